      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sub-ledger to GL control-account reconciliation.
      *          Keeps the running position of the receivables
      *          control account (CONCPARM.DAT, or the debit account
      *          GLMAP.DAT maps "ACTIVIDAD" to) in the GLCONC.DAT
      *          history by taking in each night's GLFEED.DAT once
      *          its trailer proves the journal complete, then proves
      *          that position against the total of every BAL-SALDO
      *          in CUSTBAL.DAT and, on a month-end night, against
      *          the month's BALSNAP.DAT snapshot. The statement
      *          (CONCRPT.DAT) shows both comparisons and, for a
      *          difference, the candidate causes since the last
      *          agreed run: VARSLOG records still unposted in the
      *          retained generations, CUSTBAL rebuilds by BALREBLD
      *          (AUDITLOG.DAT) and merges by CUSTMERG (MERGXREF.DAT).
      *          Any difference ends with RETURN-CODE 8, so the
      *          close never signs off a sub-ledger that drifted.
      *          The lines of each feed taken in are also kept in
      *          GLHIST.DAT for the period reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONC-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CONCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO DYNAMIC WS-ARCH-GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT OPTIONAL GL-FEED-FILE ASSIGN TO DYNAMIC
               WS-ARCH-GLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT OPTIONAL GL-CONC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-GLCONC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONC-STATUS.
           SELECT OPTIONAL GL-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-GLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPTIONAL BAL-SNAP-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BALSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-SNAP-CLAVE
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT OPTIONAL VARSLOG-GEN-REGISTRY
               ASSIGN TO DYNAMIC WS-ARCH-VARSLOGGENS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL MERG-XREF-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MERGXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CONC-REPORT ASSIGN TO DYNAMIC WS-ARCH-CONCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *One record: the GL receivables control account and its balance
      *before the first feed this program took in.
       FD  CONC-PARM-FILE.
       01  CONC-PARM-REG.
           05  CONC-PARM-CUENTA PIC X(8).
           05  CONC-PARM-APERTURA PIC S9(11)V99
                   SIGN LEADING SEPARATE.

       FD  GL-MAP-FILE.
           COPY "GLMAP.cpy".

       FD  GL-FEED-FILE.
           COPY "GLFEED.cpy".

       FD  GL-CONC-FILE.
           COPY "GLCONC.cpy".

      *The journal lines of every feed taken in, GLFEED layout.
       FD  GL-HIST-FILE.
       01  GL-HIST-REG PIC X(79).

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  BAL-SNAP-FILE.
           COPY "BALSNAP.cpy".

       FD  VARSLOG-GEN-REGISTRY.
       01  GEN-REGISTRY-REG PIC 9(8).

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  MERG-XREF-FILE.
           COPY "MERGXREF.cpy".

       FD  CONC-REPORT.
       01  CONC-LINEA PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CONCPARM PIC X(30).
       01  WS-ARCH-GLMAP PIC X(30).
       01  WS-ARCH-GLFEED PIC X(30).
       01  WS-ARCH-GLCONC PIC X(30).
       01  WS-ARCH-GLHIST PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-BALSNAP PIC X(30).
       01  WS-ARCH-VARSLOGGENS PIC X(30).
       01  WS-ARCH-MERGXREF PIC X(30).
       01  WS-ARCH-CONCRPT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-GEN-NOMBRE PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-GL-STATUS PIC XX.
       01  WS-CONC-STATUS PIC XX.
       01  WS-GLH-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-XREF-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "GLRECON".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANOMES PIC 9(6).
       01  WS-CUENTA PIC X(8) VALUE SPACES.
       01  WS-APERTURA PIC S9(11)V99 VALUE 0.
      *    The history as read: the last record, the last agreed run
      *    and the position as at the month's snapshot date.
       01  WS-HIST-REGISTROS PIC 9(7) VALUE 0.
       01  WS-ULT-FECHA-FEED PIC 9(8) VALUE 0.
       01  WS-POSICION PIC S9(11)V99 VALUE 0.
       01  WS-ULT-CUADRE PIC 9(8) VALUE 0.
       01  WS-POS-SNAP PIC S9(11)V99 VALUE 0.
       01  WS-POS-SNAP-HALLADA PIC X VALUE "N".
      *    Tonight's feed.
       01  WS-FEED-FECHA PIC 9(8) VALUE 0.
       01  WS-FEED-COLA PIC X VALUE "N".
       01  WS-FEED-LINEAS PIC 9(5) VALUE 0.
       01  WS-FEED-DEBE PIC S9(11)V99 VALUE 0.
       01  WS-FEED-HABER PIC S9(11)V99 VALUE 0.
       01  WS-COLA-LINEAS PIC 9(5) VALUE 0.
       01  WS-COLA-DEBE PIC S9(11)V99 VALUE 0.
       01  WS-COLA-HABER PIC S9(11)V99 VALUE 0.
       01  WS-FEED-CUENTA-MOV PIC S9(11)V99 VALUE 0.
       01  WS-MOVIMIENTO PIC S9(11)V99 VALUE 0.
       01  WS-FEED-RESULTADO PIC X(40) VALUE SPACES.
       01  WS-FEED-NUEVO PIC X VALUE "N".
       01  WS-SUBLEDGER PIC S9(11)V99 VALUE 0.
       01  WS-CLIENTES PIC 9(7) VALUE 0.
       01  WS-DIFERENCIA PIC S9(11)V99 VALUE 0.
       01  WS-SNAP-FECHA PIC 9(8) VALUE 0.
       01  WS-SNAP-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-SNAP-DIF PIC S9(11)V99 VALUE 0.
       01  WS-DESCUADRE PIC X VALUE "N".
       01  WS-FECHAS-TABLA.
           05  WS-FECHA-ENTRY OCCURS 50 PIC 9(8).
       01  WS-TOTAL-FECHAS PIC 99 VALUE 0.
       01  WS-IDX PIC 99.
       01  WS-PEND-REGISTROS PIC 9(7) VALUE 0.
       01  WS-PEND-SUMA PIC S9(11)V99 VALUE 0.
       01  WS-GEN-PEND-REGISTROS PIC 9(7).
       01  WS-GEN-PEND-SUMA PIC S9(11)V99.
       01  WS-RECONSTRUCCIONES PIC 9(5) VALUE 0.
       01  WS-FUSIONES PIC 9(5) VALUE 0.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-IMPORTE2 PIC -(10)9.99.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-ANOMES = WS-FECHA-NEGOCIO / 100.
           PERFORM CARGA-PARAMETROS.
           IF WS-CUENTA = SPACES
             DISPLAY "*** ERROR: SIN CUENTA DE CONTROL DE CLIENTES"
                 " (CONCPARM.DAT NI MAPEO ACTIVIDAD EN GLMAP.DAT)."
                 " ***"
             MOVE "Y" TO WS-HUBO-ERROR
           END-IF.
           IF WS-HUBO-ERROR = "N"
             PERFORM BUSCA-SNAPSHOT-MES
             PERFORM CARGA-HISTORIA
             PERFORM LEE-FEED
           END-IF.
           IF WS-HUBO-ERROR = "N"
             PERFORM TOTALIZA-SUBLEDGER
             COMPUTE WS-DIFERENCIA = WS-POSICION - WS-SUBLEDGER
             IF WS-DIFERENCIA NOT = 0
               MOVE "Y" TO WS-DESCUADRE
             END-IF
             IF WS-SNAP-FECHA NOT = 0
               IF WS-SNAP-FECHA NOT < WS-ULT-FECHA-FEED
                 MOVE WS-POSICION TO WS-POS-SNAP
                 MOVE "Y" TO WS-POS-SNAP-HALLADA
               END-IF
               IF WS-POS-SNAP-HALLADA = "N"
                 MOVE WS-APERTURA TO WS-POS-SNAP
               END-IF
               COMPUTE WS-SNAP-DIF = WS-POS-SNAP - WS-SNAP-TOTAL
               IF WS-SNAP-DIF NOT = 0
                 MOVE "Y" TO WS-DESCUADRE
               END-IF
             END-IF
             PERFORM ESCRIBE-ESTADO THRU ESCRIBE-ESTADO-FIN
             PERFORM GRABA-HISTORIA
           END-IF.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-001 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE WS-DIFERENCIA TO WS-EDIT-IMPORTE
             MOVE SPACES TO AUDIT-DETALLE
             STRING "DIFERENCIA CONTROL/CUSTBAL " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-DESCUADRE = "Y"
               DISPLAY "*** SUBLEDGER Y CUENTA DE CONTROL NO CUADRAN."
                   " VEA CONCRPT.DAT. ***"
               MOVE 8 TO RETURN-CODE
             ELSE
               DISPLAY "SUBLEDGER Y CUENTA DE CONTROL CUADRAN."
             END-IF
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

      *    Without CONCPARM.DAT the control account is the one the
      *    ledger activity debits in GLMAP.DAT, opening at zero.
           CARGA-PARAMETROS.
             OPEN INPUT CONC-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ CONC-PARM-FILE
                 NOT AT END
                   MOVE CONC-PARM-CUENTA TO WS-CUENTA
                   IF CONC-PARM-APERTURA IS NUMERIC
                     MOVE CONC-PARM-APERTURA TO WS-APERTURA
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE CONC-PARM-FILE
             END-IF.
             IF WS-CUENTA = SPACES
               OPEN INPUT GL-MAP-FILE
               IF WS-MAP-STATUS = "00"
                 PERFORM UNTIL WS-MAP-STATUS = "10"
                   READ GL-MAP-FILE
                     AT END
                       MOVE "10" TO WS-MAP-STATUS
                     NOT AT END
                       IF GLM-EVENTO = "ACTIVIDAD"
                         MOVE GLM-CTA-DEBE TO WS-CUENTA
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE GL-MAP-FILE
               ELSE
                 IF WS-MAP-STATUS = "05"
                   CLOSE GL-MAP-FILE
                 END-IF
               END-IF
             END-IF.
             MOVE WS-APERTURA TO WS-POSICION.

      *    The month's snapshot is the latest BALSNAP close dated in
      *    the business month: on any other night there is none.
           BUSCA-SNAPSHOT-MES.
             OPEN INPUT BAL-SNAP-FILE.
             IF WS-SNAP-STATUS = "00"
               PERFORM UNTIL WS-SNAP-STATUS = "10"
                 READ BAL-SNAP-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-SNAP-STATUS
                   NOT AT END
                     IF SNAP-FECHA / 100 = WS-ANOMES
                         AND SNAP-FECHA > WS-SNAP-FECHA
                       MOVE SNAP-FECHA TO WS-SNAP-FECHA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BAL-SNAP-FILE
             ELSE
               IF WS-SNAP-STATUS = "05"
                 CLOSE BAL-SNAP-FILE
               END-IF
             END-IF.
             IF WS-SNAP-FECHA NOT = 0
               OPEN INPUT BAL-SNAP-FILE
               PERFORM UNTIL WS-SNAP-STATUS = "10"
                 READ BAL-SNAP-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-SNAP-STATUS
                   NOT AT END
                     IF SNAP-FECHA = WS-SNAP-FECHA
                       ADD SNAP-SALDO TO WS-SNAP-TOTAL
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BAL-SNAP-FILE
             END-IF.

           CARGA-HISTORIA.
             OPEN INPUT GL-CONC-FILE.
             IF WS-CONC-STATUS = "00"
               PERFORM UNTIL WS-CONC-STATUS = "10"
                 READ GL-CONC-FILE
                   AT END
                     MOVE "10" TO WS-CONC-STATUS
                   NOT AT END
                     ADD 1 TO WS-HIST-REGISTROS
                     MOVE CONC-FECHA-FEED TO WS-ULT-FECHA-FEED
                     MOVE CONC-POSICION TO WS-POSICION
                     IF CONC-CUADRE = "S"
                       MOVE CONC-FECHA TO WS-ULT-CUADRE
                     END-IF
                     IF WS-SNAP-FECHA NOT = 0
                         AND CONC-FECHA-FEED NOT > WS-SNAP-FECHA
                       MOVE CONC-POSICION TO WS-POS-SNAP
                       MOVE "Y" TO WS-POS-SNAP-HALLADA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE GL-CONC-FILE
             ELSE
               IF WS-CONC-STATUS = "05"
                 CLOSE GL-CONC-FILE
               END-IF
             END-IF.

      *    A feed is taken in only whole: header, trailer, and the
      *    trailer's line count and totals matching the lines read.
      *    An empty GLFEED.DAT is a night GLEXTRACT refused; the
      *    position then stands and the comparison shows the gap.
           LEE-FEED.
             OPEN INPUT GL-FEED-FILE.
             IF WS-GL-STATUS = "00"
               PERFORM UNTIL WS-GL-STATUS = "10"
                 READ GL-FEED-FILE
                   AT END
                     MOVE "10" TO WS-GL-STATUS
                   NOT AT END
                     PERFORM TRATA-LINEA-FEED
                 END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
             ELSE
               IF WS-GL-STATUS = "05"
                 CLOSE GL-FEED-FILE
               END-IF
             END-IF.
             EVALUATE TRUE
               WHEN WS-FEED-FECHA = 0
                 MOVE "SIN FEED GL ESTA NOCHE" TO WS-FEED-RESULTADO
               WHEN WS-FEED-COLA = "N"
                 MOVE "FEED GL SIN COLA: NO SE INCORPORA"
                     TO WS-FEED-RESULTADO
                 MOVE "Y" TO WS-HUBO-ERROR
               WHEN WS-COLA-LINEAS NOT = WS-FEED-LINEAS
                   OR WS-COLA-DEBE NOT = WS-FEED-DEBE
                   OR WS-COLA-HABER NOT = WS-FEED-HABER
                 MOVE "FEED GL NO CUADRA CON SU COLA"
                     TO WS-FEED-RESULTADO
                 MOVE "Y" TO WS-HUBO-ERROR
               WHEN WS-FEED-FECHA NOT > WS-ULT-FECHA-FEED
                 MOVE "FEED GL YA INCORPORADO" TO WS-FEED-RESULTADO
               WHEN OTHER
                 MOVE WS-FEED-CUENTA-MOV TO WS-MOVIMIENTO
                 ADD WS-MOVIMIENTO TO WS-POSICION
                 MOVE WS-FEED-FECHA TO WS-ULT-FECHA-FEED
                 MOVE "FEED GL INCORPORADO" TO WS-FEED-RESULTADO
                 MOVE "Y" TO WS-FEED-NUEVO
             END-EVALUATE.
             IF WS-HUBO-ERROR = "Y"
               DISPLAY "*** ERROR: " WS-FEED-RESULTADO " ***"
             END-IF.

           TRATA-LINEA-FEED.
             EVALUATE GL-TIPO
               WHEN "CABECERA"
                 MOVE GL-FECHA TO WS-FEED-FECHA
               WHEN "LINEA"
                 ADD 1 TO WS-FEED-LINEAS
                 IF GL-DEBE-HAB = "D"
                   ADD GL-IMPORTE TO WS-FEED-DEBE
                   IF GL-CUENTA = WS-CUENTA
                     ADD GL-IMPORTE TO WS-FEED-CUENTA-MOV
                   END-IF
                 ELSE
                   ADD GL-IMPORTE TO WS-FEED-HABER
                   IF GL-CUENTA = WS-CUENTA
                     SUBTRACT GL-IMPORTE FROM WS-FEED-CUENTA-MOV
                   END-IF
                 END-IF
               WHEN "COLA"
                 MOVE "Y" TO WS-FEED-COLA
                 MOVE GL-LINEAS TO WS-COLA-LINEAS
                 MOVE GL-TOT-DEBE TO WS-COLA-DEBE
                 MOVE GL-TOT-HABER TO WS-COLA-HABER
             END-EVALUATE.

           TOTALIZA-SUBLEDGER.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-BAL-STATUS = "10"
                 READ CUST-BAL-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-BAL-STATUS
                   NOT AT END
                     ADD 1 TO WS-CLIENTES
                     ADD BAL-SALDO TO WS-SUBLEDGER
                 END-READ
               END-PERFORM
               CLOSE CUST-BAL-FILE
             ELSE
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.

      *    Candidate cause 1: ledger records BALPOST has not yet
      *    applied, in any retained generation.
           BUSCA-PENDIENTES.
             OPEN INPUT VARSLOG-GEN-REGISTRY.
             IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-REG-STATUS = "10"
                 READ VARSLOG-GEN-REGISTRY
                   AT END
                     MOVE "10" TO WS-REG-STATUS
                   NOT AT END
                     IF WS-TOTAL-FECHAS < 50
                       ADD 1 TO WS-TOTAL-FECHAS
                       MOVE GEN-REGISTRY-REG
                           TO WS-FECHA-ENTRY(WS-TOTAL-FECHAS)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARSLOG-GEN-REGISTRY
             ELSE
               IF WS-REG-STATUS = "05"
                 CLOSE VARSLOG-GEN-REGISTRY
               END-IF
             END-IF.
             PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOTAL-FECHAS
               PERFORM CUENTA-PENDIENTES-GEN
             END-PERFORM.

           CUENTA-PENDIENTES-GEN.
             MOVE 0 TO WS-GEN-PEND-REGISTROS.
             MOVE 0 TO WS-GEN-PEND-SUMA.
             MOVE SPACES TO WS-GEN-NOMBRE.
             STRING "VARSLOG.G" WS-FECHA-ENTRY(WS-IDX) ".DAT"
                 DELIMITED BY SIZE INTO WS-GEN-NOMBRE.
             CALL "ENVNAME" USING WS-GEN-NOMBRE WS-AMBIENTE.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-POSTED NOT = "Y"
                       ADD 1 TO WS-GEN-PEND-REGISTROS
                       ADD VARS-LOG-SUMA TO WS-GEN-PEND-SUMA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
             END-IF.
             IF WS-GEN-PEND-REGISTROS > 0
               ADD WS-GEN-PEND-REGISTROS TO WS-PEND-REGISTROS
               ADD WS-GEN-PEND-SUMA TO WS-PEND-SUMA
               MOVE WS-GEN-PEND-SUMA TO WS-EDIT-IMPORTE
               MOVE SPACES TO CONC-LINEA
               STRING "  VARSLOG.G" WS-FECHA-ENTRY(WS-IDX)
                   ": REGISTROS SIN CONTABILIZAR "
                   WS-GEN-PEND-REGISTROS " SUMA " WS-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO CONC-LINEA
               WRITE CONC-LINEA
             END-IF.

      *    Candidate cause 2: CUSTBAL rebuilt by BALREBLD ("R" mode)
      *    since the last run that agreed.
           BUSCA-RECONSTRUCCIONES.
             OPEN INPUT AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                 READ AUDIT-LOG-FILE
                   AT END
                     MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                     IF AUDIT-PROGRAMA = "BALREBLD"
                         AND AUDIT-EVENTO = "END"
                         AND AUDIT-DETALLE(1:14) = "RECONSTRUCCION"
                         AND AUDIT-FECHA NOT < WS-ULT-CUADRE
                       ADD 1 TO WS-RECONSTRUCCIONES
                       MOVE SPACES TO CONC-LINEA
                       STRING "  BALREBLD " AUDIT-FECHA " "
                           AUDIT-HORA ": " AUDIT-DETALLE
                           DELIMITED BY SIZE INTO CONC-LINEA
                       WRITE CONC-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
             END-IF.

      *    Candidate cause 3: merges by CUSTMERG since the last run
      *    that agreed.
           BUSCA-FUSIONES.
             OPEN INPUT MERG-XREF-FILE.
             IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS = "10"
                 READ MERG-XREF-FILE
                   AT END
                     MOVE "10" TO WS-XREF-STATUS
                   NOT AT END
                     IF MERG-FECHA NOT < WS-ULT-CUADRE
                       ADD 1 TO WS-FUSIONES
                       MOVE SPACES TO CONC-LINEA
                       STRING "  CUSTMERG " MERG-FECHA ": CLIENTE "
                           MERG-VICTIMA " FUSIONADO EN "
                           MERG-SUPERVIVE " POR " MERG-OPERADOR
                           DELIMITED BY SIZE INTO CONC-LINEA
                       WRITE CONC-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MERG-XREF-FILE
             ELSE
               IF WS-XREF-STATUS = "05"
                 CLOSE MERG-XREF-FILE
               END-IF
             END-IF.

           ESCRIBE-ESTADO.
             OPEN OUTPUT CONC-REPORT.
             IF WS-RPT-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR CONCRPT.DAT"
                   " (STATUS " WS-RPT-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
               GO TO ESCRIBE-ESTADO-FIN
             END-IF.
             MOVE SPACES TO CONC-LINEA.
             STRING "CONCILIACION SUBLEDGER / CUENTA DE CONTROL "
                 WS-CUENTA " - FECHA " WS-FECHA-NEGOCIO
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-MOVIMIENTO TO WS-EDIT-IMPORTE.
             MOVE SPACES TO CONC-LINEA.
             STRING "  " WS-FEED-RESULTADO " (" WS-FEED-FECHA
                 ") MOVIMIENTO " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-POSICION TO WS-EDIT-IMPORTE.
             MOVE SPACES TO CONC-LINEA.
             STRING "  POSICION CUENTA DE CONTROL : " WS-EDIT-IMPORTE
                 "  (FEEDS HASTA " WS-ULT-FECHA-FEED ")"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-SUBLEDGER TO WS-EDIT-IMPORTE.
             MOVE SPACES TO CONC-LINEA.
             STRING "  TOTAL CUSTBAL.DAT          : " WS-EDIT-IMPORTE
                 "  (" WS-CLIENTES " CLIENTES)"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-DIFERENCIA TO WS-EDIT-IMPORTE.
             MOVE SPACES TO CONC-LINEA.
             STRING "  DIFERENCIA                 : " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             IF WS-SNAP-FECHA NOT = 0
               MOVE WS-POS-SNAP TO WS-EDIT-IMPORTE
               MOVE WS-SNAP-TOTAL TO WS-EDIT-IMPORTE2
               MOVE SPACES TO CONC-LINEA
               STRING "  CIERRE DE MES " WS-SNAP-FECHA
                   ": POSICION " WS-EDIT-IMPORTE
                   " BALSNAP " WS-EDIT-IMPORTE2
                   DELIMITED BY SIZE INTO CONC-LINEA
               WRITE CONC-LINEA
               MOVE WS-SNAP-DIF TO WS-EDIT-IMPORTE
               MOVE SPACES TO CONC-LINEA
               STRING "  DIFERENCIA CIERRE DE MES   : " WS-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO CONC-LINEA
               WRITE CONC-LINEA
             END-IF.
             MOVE SPACES TO CONC-LINEA.
             IF WS-DESCUADRE = "Y"
               STRING "  CAUSAS POSIBLES DESDE EL ULTIMO CUADRE ("
                   WS-ULT-CUADRE "):"
                   DELIMITED BY SIZE INTO CONC-LINEA
               WRITE CONC-LINEA
               PERFORM BUSCA-PENDIENTES
               PERFORM BUSCA-RECONSTRUCCIONES
               PERFORM BUSCA-FUSIONES
               MOVE WS-PEND-SUMA TO WS-EDIT-IMPORTE
               MOVE SPACES TO CONC-LINEA
               STRING "  SIN CONTABILIZAR " WS-PEND-REGISTROS " ("
                   WS-EDIT-IMPORTE ")  RECONSTRUCCIONES BALREBLD "
                   WS-RECONSTRUCCIONES "  FUSIONES CUSTMERG "
                   WS-FUSIONES
                   DELIMITED BY SIZE INTO CONC-LINEA
               WRITE CONC-LINEA
             ELSE
               MOVE "  CUADRADO." TO CONC-LINEA
               WRITE CONC-LINEA
             END-IF.
             CLOSE CONC-REPORT.

           ESCRIBE-ESTADO-FIN.
             EXIT.

           GRABA-HISTORIA.
             MOVE WS-FECHA-NEGOCIO TO CONC-FECHA.
             MOVE WS-ULT-FECHA-FEED TO CONC-FECHA-FEED.
             MOVE WS-MOVIMIENTO TO CONC-MOVIMIENTO.
             MOVE WS-POSICION TO CONC-POSICION.
             MOVE WS-SUBLEDGER TO CONC-SUBLEDGER.
             MOVE WS-DIFERENCIA TO CONC-DIFERENCIA.
             IF WS-DESCUADRE = "Y"
               MOVE "N" TO CONC-CUADRE
             ELSE
               MOVE "S" TO CONC-CUADRE
             END-IF.
             OPEN EXTEND GL-CONC-FILE.
             IF WS-CONC-STATUS = "35"
               OPEN OUTPUT GL-CONC-FILE
             END-IF.
             WRITE GL-CONC-REG.
             IF WS-CONC-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO GLCONC.DAT (STATUS "
                   WS-CONC-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE GL-CONC-FILE.
             IF WS-HUBO-ERROR = "N" AND WS-FEED-NUEVO = "Y"
               PERFORM ARCHIVA-FEED
             END-IF.

      *    The journal lines of a feed just taken in are kept in
      *    GLHIST.DAT, so period reports (VATRPT) can read the GL side
      *    of any date after the next GLEXTRACT has overwritten it.
      *    The feed is taken in once, so it is archived once.
           ARCHIVA-FEED.
             OPEN EXTEND GL-HIST-FILE.
             IF WS-GLH-STATUS = "35"
               OPEN OUTPUT GL-HIST-FILE
             END-IF.
             OPEN INPUT GL-FEED-FILE.
             IF WS-GL-STATUS = "00"
               PERFORM UNTIL WS-GL-STATUS = "10"
                 READ GL-FEED-FILE
                   AT END
                     MOVE "10" TO WS-GL-STATUS
                   NOT AT END
                     IF GL-TIPO = "LINEA"
                       WRITE GL-HIST-REG FROM GL-FEED-REC
                       IF WS-GLH-STATUS NOT = "00"
                         MOVE "Y" TO WS-HUBO-ERROR
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE GL-FEED-FILE
             END-IF.
             CLOSE GL-HIST-FILE.
             IF WS-HUBO-ERROR = "Y"
               DISPLAY "*** ERROR ESCRIBIENDO GLHIST.DAT (STATUS "
                   WS-GLH-STATUS ") ***"
             END-IF.

           GRABA-AUDITORIA.
             MOVE "GLRECON" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO AUDIT-RUN-ID.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

           CARGA-RUN-ID.
             MOVE "Y" TO WS-RUN-CARGADO.
             OPEN INPUT RUN-CTL-FILE.
             IF WS-RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                 NOT AT END
                   MOVE RUN-CTL-ID TO WS-RUN-ID
               END-READ
             END-IF.
             IF WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CTL-FILE
             END-IF.

           ADQUIERE-CERROJOS.
             MOVE "GLCONC" TO WS-LOCK-RECURSO.
             PERFORM PIDE-CERROJO.

           LIBERA-CERROJOS.
             MOVE "GLCONC" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.

           PIDE-CERROJO.
             MOVE "A" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
             IF WS-LOCK-RESULTADO NOT = "Y"
               MOVE "N" TO WS-LOCKS-OK
             END-IF.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           RESUELVE-ARCHIVOS.
             MOVE "CONCPARM.DAT" TO WS-ARCH-CONCPARM.
             CALL "ENVNAME" USING WS-ARCH-CONCPARM WS-AMBIENTE.
             MOVE "GLMAP.DAT" TO WS-ARCH-GLMAP.
             CALL "ENVNAME" USING WS-ARCH-GLMAP WS-AMBIENTE.
             MOVE "GLFEED.DAT" TO WS-ARCH-GLFEED.
             CALL "ENVNAME" USING WS-ARCH-GLFEED WS-AMBIENTE.
             MOVE "GLCONC.DAT" TO WS-ARCH-GLCONC.
             CALL "ENVNAME" USING WS-ARCH-GLCONC WS-AMBIENTE.
             MOVE "GLHIST.DAT" TO WS-ARCH-GLHIST.
             CALL "ENVNAME" USING WS-ARCH-GLHIST WS-AMBIENTE.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "BALSNAP.DAT" TO WS-ARCH-BALSNAP.
             CALL "ENVNAME" USING WS-ARCH-BALSNAP WS-AMBIENTE.
             MOVE "VARSLOGGENS.DAT" TO WS-ARCH-VARSLOGGENS.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGENS WS-AMBIENTE.
             MOVE "MERGXREF.DAT" TO WS-ARCH-MERGXREF.
             CALL "ENVNAME" USING WS-ARCH-MERGXREF WS-AMBIENTE.
             MOVE "CONCRPT.DAT" TO WS-ARCH-CONCRPT.
             CALL "ENVNAME" USING WS-ARCH-CONCRPT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM GLRECON.
