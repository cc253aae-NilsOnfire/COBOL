      *          file, and the exception counts -- so "did last night
      *          run clean?" is one page instead of five files.
      *          The date comes from OPSPARM.DAT when present, today
      *          otherwise. The four-eyes queue of customer master
      *          changes (CUSTPEND.DAT) is listed too: requests
      *          rejected on the report date and requests still
      *          pending after a set number of days (3 unless
      *          OPSPARM.DAT gives another after the date).
      *          The exception work queue (COLAEXC.DAT) is refreshed
      *          against the exception files through COLAACT -- unless
      *          COLATRAB holds it open, which keeps it fresh itself --
      *          and aged as of the report date in business days
      *          (DIASHAB): open items per source by age band, those
      *          nobody has been assigned, and the oldest item.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-NIGHTTIME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT OPTIONAL CUST-PEND-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL COLA-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-COLAEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT OPS-REPORT ASSIGN TO DYNAMIC WS-ARCH-OPSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-PARM-FILE.
       01  OPS-PARM-REG.
           05  OPS-PARM-FECHA     PIC 9(8).
           05  OPS-PARM-DIAS-PEND PIC 9(3).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".
           05  NT-FIN      PIC 9(8).
           05  NT-SEGUNDOS PIC 9(5).

       FD  CUST-PEND-FILE.
           COPY "CUSTPEND.cpy".

       FD  COLA-EXC-FILE.
           COPY "COLAEXC.cpy".

       FD  OPS-REPORT.
       01  OPS-LINEA PIC X(100).

       01  WS-ARCH-NIGHTTIME PIC X(30).
       01  WS-TIME-STATUS PIC XX.
       01  WS-PASOS.
           05  WS-PASO-ENTRY OCCURS 80.
               10  WS-PASO-NOMBRE PIC X(20).
               10  WS-PASO-ULTIMA PIC 9(8).
       01  WS-PASO-TOTAL PIC 99 VALUE 0.
       01  WS-RSN-DOMINIO PIC X(8).
       01  WS-RSN-DESCRIPCION PIC X(40).
       01  WS-RSN-HALLADO PIC X.
       01  WS-ARCH-CUSTPEND PIC X(30).
       01  WS-PEND-STATUS PIC XX.
       01  WS-DIAS-PENDIENTE PIC 9(3) VALUE 3.
       01  WS-DIAS-ESPERA PIC 9(5).
       01  WS-PEND-LISTADOS PIC 9(5) VALUE 0.
       01  WS-ARCH-COLAEXC PIC X(30).
       01  WS-COLA-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "COLAEXC".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "OPSRPT".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ACT-RESULTADO PIC X.
       01  WS-ACT-NUEVAS PIC 9(5).
       01  WS-ACT-RESUELTAS PIC 9(5).
       01  WS-ACT-ABIERTAS PIC 9(5).
      *    Open queue items per source by age band in business days:
      *    0-1, 2-5, 6-10 and over 10.
       01  WS-COLA-NOMBRES.
           05  FILLER PIC X(8) VALUE "PROVEEXC".
           05  FILLER PIC X(8) VALUE "SORTEXC".
           05  FILLER PIC X(8) VALUE "BILLEXC".
           05  FILLER PIC X(8) VALUE "CASHEXC".
           05  FILLER PIC X(8) VALUE "LIMITEXC".
           05  FILLER PIC X(8) VALUE "PURGEXC".
           05  FILLER PIC X(8) VALUE "INTGEXC".
           05  FILLER PIC X(8) VALUE "FXEXC".
           05  FILLER PIC X(8) VALUE "HREXC".
           05  FILLER PIC X(8) VALUE "MEMOEXC".
           05  FILLER PIC X(8) VALUE "CUSTSUSP".
           05  FILLER PIC X(8) VALUE "FACTEXC".
       01  WS-COLA-TABLA REDEFINES WS-COLA-NOMBRES.
           05  WS-CF-FUENTE PIC X(8) OCCURS 12.
       01  WS-COLA-CUENTAS.
           05  WS-CF-ENTRY OCCURS 13.
               10  WS-CF-TRAMO PIC 9(5) OCCURS 4.
               10  WS-CF-ABIERTAS PIC 9(5).
               10  WS-CF-SIN-ASIGNAR PIC 9(5).
       01  WS-CF-IDX PIC 99.
       01  WS-CF-TOTAL PIC 99 VALUE 12.
       01  WS-TRAMO PIC 9.
       01  WS-EDAD PIC 9(5).
       01  WS-MAS-ANTIGUA PIC X(139) VALUE SPACES.
       01  WS-EDAD-MAXIMA PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SECCION-JOBLOG.
           PERFORM SECCION-TOTALES.
           PERFORM SECCION-EXCEPCIONES.
           PERFORM SECCION-COLA-EXCEPCIONES.
           PERFORM SECCION-PERIODICOS.
           PERFORM SECCION-CAMBIOS-PENDIENTES.
           CLOSE OPS-REPORT.
           DISPLAY "RESUMEN GENERADO EN OPSRPT.DAT PARA LA FECHA "
               WS-FECHA-INFORME.
               READ OPS-PARM-FILE
                 NOT AT END
                   MOVE OPS-PARM-FECHA TO WS-FECHA-INFORME
                   IF OPS-PARM-DIAS-PEND IS NUMERIC
                       AND OPS-PARM-DIAS-PEND > 0
                     MOVE OPS-PARM-DIAS-PEND TO WS-DIAS-PENDIENTE
                   END-IF
               END-READ
               CLOSE OPS-PARM-FILE
             ELSE
                 DELIMITED BY SIZE INTO OPS-LINEA.
             WRITE OPS-LINEA.

      *    The queue is refreshed on today's business date (that is
      *    when an item is first seen or closed) but aged as of the
      *    report date; items first seen after it are left out.
           SECCION-COLA-EXCEPCIONES.
             MOVE SPACES TO OPS-LINEA.
             STRING "--- COLA DE EXCEPCIONES: ANTIGUEDAD EN DIAS"
                 " HABILES (0-1 / 2-5 / 6-10 / MAS DE 10) ---"
                 DELIMITED BY SIZE INTO OPS-LINEA.
             WRITE OPS-LINEA.
             PERFORM REFRESCA-COLA.
             INITIALIZE WS-COLA-CUENTAS.
             MOVE SPACES TO WS-MAS-ANTIGUA.
             MOVE 0 TO WS-EDAD-MAXIMA.
             OPEN INPUT COLA-EXC-FILE.
             IF WS-COLA-STATUS = "00"
               PERFORM UNTIL WS-COLA-STATUS = "10"
                 READ COLA-EXC-FILE
                   AT END
                     MOVE "10" TO WS-COLA-STATUS
                   NOT AT END
                     IF COLA-ESTADO NOT = "R"
                         AND COLA-PRIMERA NOT > WS-FECHA-INFORME
                       PERFORM CUENTA-PARTIDA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE COLA-EXC-FILE
             ELSE
               IF WS-COLA-STATUS = "05"
                 CLOSE COLA-EXC-FILE
               END-IF
             END-IF.
             PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                 UNTIL WS-CF-IDX > WS-CF-TOTAL
               IF WS-CF-ABIERTAS(WS-CF-IDX) > 0
                 MOVE SPACES TO OPS-LINEA
                 STRING WS-CF-FUENTE(WS-CF-IDX) " ABIERTAS "
                     WS-CF-ABIERTAS(WS-CF-IDX) "  "
                     WS-CF-TRAMO(WS-CF-IDX, 1) " / "
                     WS-CF-TRAMO(WS-CF-IDX, 2) " / "
                     WS-CF-TRAMO(WS-CF-IDX, 3) " / "
                     WS-CF-TRAMO(WS-CF-IDX, 4) "  SIN ASIGNAR "
                     WS-CF-SIN-ASIGNAR(WS-CF-IDX)
                     DELIMITED BY SIZE INTO OPS-LINEA
                 WRITE OPS-LINEA
               END-IF
             END-PERFORM.
             MOVE SPACES TO OPS-LINEA.
             STRING "TOTAL    ABIERTAS " WS-CF-ABIERTAS(13) "  "
                 WS-CF-TRAMO(13, 1) " / " WS-CF-TRAMO(13, 2) " / "
                 WS-CF-TRAMO(13, 3) " / " WS-CF-TRAMO(13, 4)
                 "  SIN ASIGNAR " WS-CF-SIN-ASIGNAR(13)
                 DELIMITED BY SIZE INTO OPS-LINEA.
             WRITE OPS-LINEA.
             IF WS-MAS-ANTIGUA NOT = SPACES
               MOVE WS-MAS-ANTIGUA TO COLA-EXC-REG
               MOVE SPACES TO OPS-LINEA
               STRING "MAS ANTIGUA: PARTIDA " COLA-NUMERO " "
                   COLA-FUENTE " " COLA-TIPO " CLAVE " COLA-CLAVE
                   " DESDE " COLA-PRIMERA " (" WS-EDAD-MAXIMA
                   " DIAS HABILES)"
                   DELIMITED BY SIZE INTO OPS-LINEA
               WRITE OPS-LINEA
             END-IF.

           REFRESCA-COLA.
             MOVE "A" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
             IF WS-LOCK-RESULTADO NOT = "Y"
               MOVE "COLA EN USO: SE RESUME SU ULTIMA ACTUALIZACION."
                   TO OPS-LINEA
               WRITE OPS-LINEA
             ELSE
               CALL "BUSDATE" USING WS-FECHA-NEGOCIO
               CALL "COLAACT" USING WS-FECHA-NEGOCIO WS-ACT-RESULTADO
                   WS-ACT-NUEVAS WS-ACT-RESUELTAS WS-ACT-ABIERTAS
               MOVE "R" TO WS-LOCK-ACCION
               CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                   WS-LOCK-PROGRAMA WS-LOCK-RESULTADO
               MOVE SPACES TO OPS-LINEA
               IF WS-ACT-RESULTADO = "Y"
                 STRING "COLA ACTUALIZADA EL " WS-FECHA-NEGOCIO
                     ": NUEVAS " WS-ACT-NUEVAS " RESUELTAS "
                     WS-ACT-RESUELTAS
                     DELIMITED BY SIZE INTO OPS-LINEA
               ELSE
                 STRING "*** COLAEXC.DAT SUPERA LAS 999 PARTIDAS:"
                     " NO SE ACTUALIZO ***"
                     DELIMITED BY SIZE INTO OPS-LINEA
               END-IF
               WRITE OPS-LINEA
             END-IF.

      *    Row 13 is the total over every source.
           CUENTA-PARTIDA.
             CALL "DIASHAB" USING COLA-PRIMERA WS-FECHA-INFORME
                 WS-EDAD.
             EVALUATE TRUE
               WHEN WS-EDAD < 2
                 MOVE 1 TO WS-TRAMO
               WHEN WS-EDAD < 6
                 MOVE 2 TO WS-TRAMO
               WHEN WS-EDAD < 11
                 MOVE 3 TO WS-TRAMO
               WHEN OTHER
                 MOVE 4 TO WS-TRAMO
             END-EVALUATE.
             PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                 UNTIL WS-CF-IDX > WS-CF-TOTAL
                     OR WS-CF-FUENTE(WS-CF-IDX) = COLA-FUENTE
               CONTINUE
             END-PERFORM.
             IF WS-CF-IDX NOT > WS-CF-TOTAL
               PERFORM SUMA-PARTIDA
             END-IF.
             MOVE 13 TO WS-CF-IDX.
             PERFORM SUMA-PARTIDA.
             IF WS-MAS-ANTIGUA = SPACES OR WS-EDAD > WS-EDAD-MAXIMA
               MOVE WS-EDAD TO WS-EDAD-MAXIMA
               MOVE COLA-EXC-REG TO WS-MAS-ANTIGUA
             END-IF.

           SUMA-PARTIDA.
             ADD 1 TO WS-CF-TRAMO(WS-CF-IDX, WS-TRAMO).
             ADD 1 TO WS-CF-ABIERTAS(WS-CF-IDX).
             IF COLA-ESTADO = "P"
               ADD 1 TO WS-CF-SIN-ASIGNAR(WS-CF-IDX)
             END-IF.

      *    When each chain step (the periodic ones included) LAST
      *    actually ran, from the NIGHTTIME.DAT timing records -- the
      *    page that answers "did INTAUDIT really run on Friday?".
                 END-IF
               END-IF
             END-PERFORM.
             IF WS-PASO-HALLADO = "N" AND WS-PASO-TOTAL < 80
               ADD 1 TO WS-PASO-TOTAL
               MOVE NT-PASO TO WS-PASO-NOMBRE(WS-PASO-TOTAL)
               MOVE NT-FECHA TO WS-PASO-ULTIMA(WS-PASO-TOTAL)
             END-IF.

      *    CUSTPEND.DAT is CUSTMAINT's four-eyes queue: a rejected
      *    change and a change nobody has decided for days both need
      *    a supervisor's eye this morning.
           SECCION-CAMBIOS-PENDIENTES.
             MOVE SPACES TO OPS-LINEA.
             STRING "--- CAMBIOS DE CLIENTE CON DOBLE CONTROL:"
                 " RECHAZADOS Y PENDIENTES DE MAS DE "
                 WS-DIAS-PENDIENTE " DIAS ---"
                 DELIMITED BY SIZE INTO OPS-LINEA.
             WRITE OPS-LINEA.
             MOVE 0 TO WS-PEND-LISTADOS.
             OPEN INPUT CUST-PEND-FILE.
             IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-STATUS = "10"
                 READ CUST-PEND-FILE
                   AT END
                     MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                     PERFORM TRATA-SOLICITUD
                 END-READ
               END-PERFORM
               CLOSE CUST-PEND-FILE
             ELSE
               IF WS-PEND-STATUS = "05"
                 CLOSE CUST-PEND-FILE
               END-IF
             END-IF.
             IF WS-PEND-LISTADOS = 0
               MOVE "SIN CAMBIOS RECHAZADOS NI ATRASADOS." TO OPS-LINEA
               WRITE OPS-LINEA
             END-IF.

           TRATA-SOLICITUD.
             IF PEND-ESTADO = "R"
                 AND PEND-FECHA-DECISION = WS-FECHA-INFORME
               ADD 1 TO WS-PEND-LISTADOS
               MOVE SPACES TO OPS-LINEA
               STRING "RECHAZADO " PEND-NUMERO " CLIENTE "
                   PEND-CUST-ID " " PEND-ACCION " PEDIDO POR "
                   PEND-SOLICITANTE " RECHAZADO POR " PEND-APROBADOR
                   DELIMITED BY SIZE INTO OPS-LINEA
               WRITE OPS-LINEA
             END-IF.
             IF PEND-ESTADO = "P" AND PEND-FECHA < WS-FECHA-INFORME
               COMPUTE WS-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INFORME)
                   - FUNCTION INTEGER-OF-DATE(PEND-FECHA)
               IF WS-DIAS-ESPERA > WS-DIAS-PENDIENTE
                 ADD 1 TO WS-PEND-LISTADOS
                 MOVE SPACES TO OPS-LINEA
                 STRING "PENDIENTE " PEND-NUMERO " CLIENTE "
                     PEND-CUST-ID " " PEND-ACCION " DESDE " PEND-FECHA
                     " (" WS-DIAS-ESPERA " DIAS) PEDIDO POR "
                     PEND-SOLICITANTE
                     DELIMITED BY SIZE INTO OPS-LINEA
                 WRITE OPS-LINEA
               END-IF
             END-IF.

           CUENTA-PROVEEXC.
             OPEN INPUT PROVE-EXC-FILE.
             IF WS-EXC-STATUS = "00"
             CALL "ENVNAME" USING WS-ARCH-SORTEXC WS-AMBIENTE.
             MOVE "BILLEXC.DAT" TO WS-ARCH-BILLEXC.
             CALL "ENVNAME" USING WS-ARCH-BILLEXC WS-AMBIENTE.
             MOVE "CUSTPEND.DAT" TO WS-ARCH-CUSTPEND.
             CALL "ENVNAME" USING WS-ARCH-CUSTPEND WS-AMBIENTE.
             MOVE "COLAEXC.DAT" TO WS-ARCH-COLAEXC.
             CALL "ENVNAME" USING WS-ARCH-COLAEXC WS-AMBIENTE.
             MOVE "OPSRPT.DAT" TO WS-ARCH-OPSRPT.
             CALL "ENVNAME" USING WS-ARCH-OPSRPT WS-AMBIENTE.
             MOVE "NIGHTTIME.DAT" TO WS-ARCH-NIGHTTIME.
