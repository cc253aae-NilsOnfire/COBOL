      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly customer base movement report. The book is
      *          every customer whose CUST-ESTADO is "A", "I", "P",
      *          "D" or blank. From the last snapshot (MOVEBASE.DAT)
      *          it replays the period's CUSTHIST.DAT journal, and the
      *          journal trail of the customers CUSTPURG archived in
      *          the period (the PURGCUST/PURGHIST cuts ARCHMANI.DAT
      *          registers), and reports per CUST-SEGMENTO the opening
      *          count, new intakes, reactivations, inactivations,
      *          merges (MERGXREF.DAT victims), purges, anonymised
      *          customers, segment transfers and the closing count
      *          the movements give. That closing figure is proved
      *          against a live count of CUSTMAST.DAT, and every
      *          customer whose master record does not agree with the
      *          journal is listed one by one. Without a snapshot the
      *          opening is rebuilt from the journal, from the first
      *          day of the month. The period runs from the day after
      *          the snapshot to the business date; the report goes
      *          to MOVERPT.DAT and the snapshot is then retaken from
      *          the master. Any difference ends the run with
      *          RETURN-CODE 4. Run as a NIGHTRUN step on the last
      *          business day of the month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMOVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CUST-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL MOVE-BASE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MOVEBASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT OPTIONAL MERG-XREF-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MERGXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERG-STATUS.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ARCHMANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANI-STATUS.
           SELECT OPTIONAL ARCH-CUST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PURGCUST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACUST-STATUS.
           SELECT OPTIONAL ARCH-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PURGHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AHIST-STATUS.
           SELECT MOVE-REPORT ASSIGN TO DYNAMIC WS-ARCH-MOVERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CUST-HIST-FILE.
           COPY "CUSTHIST.cpy".

       FD  MOVE-BASE-FILE.
           COPY "MOVEBASE.cpy".

       FD  MERG-XREF-FILE.
           COPY "MERGXREF.cpy".

       FD  MANIFEST-FILE.
           COPY "ARCHMANI.cpy".

       FD  ARCH-CUST-FILE.
           COPY "CUSTMAST.cpy"
               REPLACING CUST-MASTER-REC BY ARCH-MASTER-REC
                         CUST-ID BY ARCH-ID
                         CUST-NOMBRE BY ARCH-NOMBRE
                         CUST-APELLIDOS BY ARCH-APELLIDOS
                         CUST-FECHA-NAC BY ARCH-FECHA-NAC
                         CUST-FECHA BY ARCH-FECHA
                         CUST-ESTADO BY ARCH-ESTADO
                         CUST-FACT-ESTADO BY ARCH-FACT-ESTADO
                         CUST-CALLE BY ARCH-CALLE
                         CUST-CIUDAD BY ARCH-CIUDAD
                         CUST-CODPOSTAL BY ARCH-CODPOSTAL
                         CUST-TELEFONO BY ARCH-TELEFONO
                         CUST-SEGMENTO BY ARCH-SEGMENTO
                         CUST-LIMITE BY ARCH-LIMITE
                         CUST-DUN-NIVEL BY ARCH-DUN-NIVEL
                         CUST-DUN-FECHA BY ARCH-DUN-FECHA
                         CUST-HR-ID BY ARCH-HR-ID
                         CUST-CASTIGO-FECHA BY ARCH-CASTIGO-FECHA
                         CUST-CASTIGO-IMPORTE BY ARCH-CASTIGO-IMPORTE
                         CUST-EMAIL BY ARCH-EMAIL
                         CUST-ENTREGA BY ARCH-ENTREGA
                         CUST-PADRE BY ARCH-PADRE
                         CUST-MONEDA BY ARCH-MONEDA
                         CUST-DIR-INVALIDA BY ARCH-DIR-INVALIDA
                         CUST-DIR-FECHA BY ARCH-DIR-FECHA
                         CUST-DIR-MOTIVO BY ARCH-DIR-MOTIVO
                         CUST-CICLO BY ARCH-CICLO.

       FD  ARCH-HIST-FILE.
           COPY "CUSTHIST.cpy"
               REPLACING CUST-HIST-REG BY AHIST-REG
                         CUST-HIST-CLAVE BY AHIST-CLAVE
                         HIST-CUST-ID BY AHIST-CUST-ID
                         HIST-SECUENCIA BY AHIST-SECUENCIA
                         HIST-FECHA BY AHIST-FECHA
                         HIST-HORA BY AHIST-HORA
                         HIST-OPERADOR BY AHIST-OPERADOR
                         HIST-ACCION BY AHIST-ACCION
                         HIST-ANT-NOMBRE BY AHIST-ANT-NOMBRE
                         HIST-ANT-APELLIDOS BY AHIST-ANT-APELLIDOS
                         HIST-ANT-FECHA-NAC BY AHIST-ANT-FECHA-NAC
                         HIST-ANT-ESTADO BY AHIST-ANT-ESTADO
                         HIST-ANT-CALLE BY AHIST-ANT-CALLE
                         HIST-ANT-CIUDAD BY AHIST-ANT-CIUDAD
                         HIST-ANT-CODPOSTAL BY AHIST-ANT-CODPOSTAL
                         HIST-ANT-TELEFONO BY AHIST-ANT-TELEFONO
                         HIST-ANT-SEGMENTO BY AHIST-ANT-SEGMENTO
                         HIST-ANT-LIMITE BY AHIST-ANT-LIMITE
                         HIST-ANT-EMAIL BY AHIST-ANT-EMAIL
                         HIST-ANT-ENTREGA BY AHIST-ANT-ENTREGA
                         HIST-ANT-PADRE BY AHIST-ANT-PADRE
                         HIST-ANT-HR-ID BY AHIST-ANT-HR-ID
                         HIST-ANT-MONEDA BY AHIST-ANT-MONEDA
                         HIST-ANT-DIR-INVALIDA BY AHIST-ANT-DIR-INVALIDA
                         HIST-ANT-DIR-FECHA BY AHIST-ANT-DIR-FECHA
                         HIST-ANT-DIR-MOTIVO BY AHIST-ANT-DIR-MOTIVO
                         HIST-ANT-CICLO BY AHIST-ANT-CICLO
                         HIST-NUE-NOMBRE BY AHIST-NUE-NOMBRE
                         HIST-NUE-APELLIDOS BY AHIST-NUE-APELLIDOS
                         HIST-NUE-FECHA-NAC BY AHIST-NUE-FECHA-NAC
                         HIST-NUE-ESTADO BY AHIST-NUE-ESTADO
                         HIST-NUE-CALLE BY AHIST-NUE-CALLE
                         HIST-NUE-CIUDAD BY AHIST-NUE-CIUDAD
                         HIST-NUE-CODPOSTAL BY AHIST-NUE-CODPOSTAL
                         HIST-NUE-TELEFONO BY AHIST-NUE-TELEFONO
                         HIST-NUE-SEGMENTO BY AHIST-NUE-SEGMENTO
                         HIST-NUE-LIMITE BY AHIST-NUE-LIMITE
                         HIST-NUE-EMAIL BY AHIST-NUE-EMAIL
                         HIST-NUE-ENTREGA BY AHIST-NUE-ENTREGA
                         HIST-NUE-PADRE BY AHIST-NUE-PADRE
                         HIST-NUE-HR-ID BY AHIST-NUE-HR-ID
                         HIST-NUE-MONEDA BY AHIST-NUE-MONEDA
                         HIST-NUE-DIR-INVALIDA BY AHIST-NUE-DIR-INVALIDA
                         HIST-NUE-DIR-FECHA BY AHIST-NUE-DIR-FECHA
                         HIST-NUE-DIR-MOTIVO BY AHIST-NUE-DIR-MOTIVO
                         HIST-NUE-CICLO BY AHIST-NUE-CICLO
                         HIST-APROBADOR BY AHIST-APROBADOR.

       FD  MOVE-REPORT.
       01  MOVE-RPT-LINEA PIC X(132).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTHIST PIC X(30).
       01  WS-ARCH-MOVEBASE PIC X(30).
       01  WS-ARCH-MERGXREF PIC X(30).
       01  WS-ARCH-ARCHMANI PIC X(30).
       01  WS-ARCH-PURGCUST PIC X(30).
       01  WS-ARCH-PURGHIST PIC X(30).
       01  WS-ARCH-MOVERPT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-BASE-STATUS PIC XX.
       01  WS-MERG-STATUS PIC XX.
       01  WS-MANI-STATUS PIC XX.
       01  WS-ACUST-STATUS PIC XX.
       01  WS-AHIST-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "CUSTMOVE".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-DESDE PIC 9(8).
       01  WS-DESDE-PARTES REDEFINES WS-DESDE.
           05  WS-DESDE-ANIOMES PIC 9(6).
           05  WS-DESDE-DIA     PIC 99.
       01  WS-FECHA-BASE PIC 9(8) VALUE 0.
       01  WS-PRIMERA-VEZ PIC X VALUE "Y".
      *    Balance line over the snapshot and the master, both in
      *    CUST-ID order; 9999999 stands for end of file.
       01  WS-CLAVE PIC 9(7).
       01  WS-CLAVE-BASE PIC 9(7).
       01  WS-CLAVE-MAST PIC 9(7).
       01  WS-TIENE-BASE PIC X.
       01  WS-TIENE-MAST PIC X.
       01  WS-BASE-ESTADO PIC X.
       01  WS-BASE-SEGMENTO PIC X(3).
       01  WS-MAST-ESTADO PIC X.
       01  WS-MAST-SEGMENTO PIC X(3).
      *    The customer's position as the journal replays it; "-"
      *    in WS-ACT-ESTADO is a customer not on the file at all.
       01  WS-CONOCIDO PIC X.
       01  WS-ACT-ESTADO PIC X.
       01  WS-ACT-SEGMENTO PIC X(3).
       01  WS-EV-ACCION PIC X(6).
       01  WS-EV-FECHA PIC 9(8).
       01  WS-EV-ANT-ESTADO PIC X.
       01  WS-EV-ANT-SEGMENTO PIC X(3).
       01  WS-EV-NUE-ESTADO PIC X.
       01  WS-EV-NUE-SEGMENTO PIC X(3).
       01  WS-EST-PRUEBA PIC X.
       01  WS-EN-CARTERA PIC X.
       01  WS-ES-ACTIVO PIC X.
       01  WS-ANT-EN-CARTERA PIC X.
       01  WS-ANT-ACTIVO PIC X.
       01  WS-NUE-EN-CARTERA PIC X.
       01  WS-NUE-ACTIVO PIC X.
       01  WS-SEG-BUSCADO PIC X(3).
      *    Customers CUSTPURG archived in the period, and the
      *    in-period journal entries of their archived trail.
       01  WS-PURGADOS.
           05  WS-PUR-ENTRY OCCURS 2000.
               10  WS-PUR-CUST-ID  PIC 9(6).
               10  WS-PUR-ESTADO   PIC X.
               10  WS-PUR-SEGMENTO PIC X(3).
               10  WS-PUR-USADO    PIC X.
       01  WS-PUR-TOTAL PIC 9(4) VALUE 0.
       01  WS-PUR-IDX PIC 9(4).
       01  WS-PUR-HALLADO PIC 9(4).
       01  WS-EVENTOS-ARCH.
           05  WS-EVA-ENTRY OCCURS 10000.
               10  WS-EVA-CUST-ID      PIC 9(6).
               10  WS-EVA-FECHA        PIC 9(8).
               10  WS-EVA-ACCION       PIC X(6).
               10  WS-EVA-ANT-ESTADO   PIC X.
               10  WS-EVA-ANT-SEGMENTO PIC X(3).
               10  WS-EVA-NUE-ESTADO   PIC X.
               10  WS-EVA-NUE-SEGMENTO PIC X(3).
       01  WS-EVA-TOTAL PIC 9(5) VALUE 0.
       01  WS-EVA-IDX PIC 9(5).
       01  WS-CORTES.
           05  WS-CORTE-ENTRY OCCURS 100.
               10  WS-CORTE-ARCHIVO PIC X(12).
               10  WS-CORTE-FECHA   PIC 9(8).
       01  WS-CORTE-TOTAL PIC 999 VALUE 0.
       01  WS-CORTE-IDX PIC 999.
       01  WS-CORTE-REPETIDO PIC X.
      *    Merge victims of the period, from MERGXREF.DAT.
       01  WS-FUSIONADOS.
           05  WS-FUS-CUST-ID PIC 9(6) OCCURS 2000.
       01  WS-FUS-TOTAL PIC 9(4) VALUE 0.
       01  WS-FUS-IDX PIC 9(4).
       01  WS-FUS-HALLADO PIC X.
       01  WS-DESBORDE PIC X VALUE "N".
      *    Movements by segment; the last entry takes any segment
      *    past the table.
       01  WS-SEGMENTOS.
           05  WS-SEG-ENTRY OCCURS 20.
               10  WS-SEG-CODIGO    PIC X(3).
               10  WS-SEG-APERTURA  PIC 9(6).
               10  WS-SEG-ALTAS     PIC 9(6).
               10  WS-SEG-REACTIV   PIC 9(6).
               10  WS-SEG-INACTIV   PIC 9(6).
               10  WS-SEG-FUSIONES  PIC 9(6).
               10  WS-SEG-PURGAS    PIC 9(6).
               10  WS-SEG-ANONIM    PIC 9(6).
               10  WS-SEG-TRAS-ENT  PIC 9(6).
               10  WS-SEG-TRAS-SAL  PIC 9(6).
               10  WS-SEG-REAL      PIC 9(6).
       01  WS-SEG-TOTAL PIC 99 VALUE 0.
       01  WS-SEG-IDX PIC 99.
       01  WS-SEG-ACTUAL PIC 99.
       01  WS-TOTALES.
           05  WS-TOT-APERTURA  PIC 9(6) VALUE 0.
           05  WS-TOT-ALTAS     PIC 9(6) VALUE 0.
           05  WS-TOT-REACTIV   PIC 9(6) VALUE 0.
           05  WS-TOT-INACTIV   PIC 9(6) VALUE 0.
           05  WS-TOT-FUSIONES  PIC 9(6) VALUE 0.
           05  WS-TOT-PURGAS    PIC 9(6) VALUE 0.
           05  WS-TOT-ANONIM    PIC 9(6) VALUE 0.
           05  WS-TOT-TRAS-ENT  PIC 9(6) VALUE 0.
           05  WS-TOT-TRAS-SAL  PIC 9(6) VALUE 0.
           05  WS-TOT-REAL      PIC 9(6) VALUE 0.
       01  WS-CIERRE PIC S9(7).
       01  WS-DIFERENCIA PIC S9(7).
       01  WS-TOT-CIERRE PIC S9(7).
       01  WS-TOT-DIFERENCIA PIC S9(7).
       01  WS-DIF-CLIENTES PIC 9(6) VALUE 0.
       01  WS-BASE-ESCRITOS PIC 9(6) VALUE 0.
       01  WS-CLIENTE-MOSTRAR PIC 9(6).
       01  WS-MOTIVO PIC X(40).
       01  WS-ESPERADO-MOSTRAR PIC X(5).
       01  WS-REAL-MOSTRAR PIC X(5).
       01  WS-LINEA-SEGMENTO.
           05  WS-LS-CODIGO    PIC X(3).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-APERTURA   PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-ALTAS      PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-REACTIV    PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-INACTIV    PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-FUSIONES   PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-PURGAS     PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-ANONIM     PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-TRAS-ENT   PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-TRAS-SAL   PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-CIERRE     PIC -(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-REAL       PIC Z(6)9.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  WS-LS-DIFERENCIA PIC -(6)9.
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
           OPEN INPUT CUST-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
             IF WS-HIST-STATUS = "05"
               CLOSE CUST-HIST-FILE
             END-IF
             DISPLAY "*** SIN DIARIO DE CAMBIOS (CUSTHIST.DAT): NO SE"
                 " PUEDEN CONTAR LOS MOVIMIENTOS. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "CUSTHIST.DAT NO DISPONIBLE" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM ABRE-INSTANTANEA.
           IF WS-FECHA-BASE NOT < WS-FECHA-NEGOCIO
             CLOSE MOVE-BASE-FILE
             CLOSE CUST-HIST-FILE
             DISPLAY "EL MOVIMIENTO DE CLIENTES HASTA EL "
                 WS-FECHA-BASE " YA ESTA EMITIDO. NADA QUE HACER."
             MOVE "END" TO AUDIT-EVENTO
             MOVE "YA EMITIDO PARA LA FECHA" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "=== MOVIMIENTO DE CLIENTES DEL " WS-DESDE " AL "
               WS-FECHA-NEGOCIO " ===".
           PERFORM CARGA-PURGAS.
           PERFORM CARGA-FUSIONES.
           IF WS-DESBORDE = "Y"
             MOVE "Y" TO WS-HUBO-ERROR
           END-IF.
           OPEN OUTPUT MOVE-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR MOVERPT.DAT ***"
             MOVE "Y" TO WS-HUBO-ERROR
           END-IF.
           IF WS-HUBO-ERROR = "N"
             PERFORM IMPRIME-CABECERA
             PERFORM RECORRE-CARTERA
             PERFORM IMPRIME-SEGMENTOS
             CLOSE MOVE-REPORT
           END-IF.
           CLOSE MOVE-BASE-FILE.
           CLOSE CUST-HIST-FILE.
           IF WS-HUBO-ERROR = "N"
             PERFORM REESCRIBE-INSTANTANEA
           END-IF.
           DISPLAY "APERTURA        : " WS-TOT-APERTURA.
           MOVE WS-TOT-CIERRE TO WS-LS-CIERRE.
           DISPLAY "CIERRE CALCULADO: " WS-LS-CIERRE.
           DISPLAY "CIERRE REAL     : " WS-TOT-REAL.
           DISPLAY "CLIENTES CON DIFERENCIA: " WS-DIF-CLIENTES.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             STRING "CIERRE " WS-TOT-REAL " DIFERENCIAS "
                 WS-DIF-CLIENTES DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-DIF-CLIENTES > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

      *    The snapshot's date sets the period; without one the
      *    period is the business month so far.
           ABRE-INSTANTANEA.
             MOVE 9999999 TO WS-CLAVE-BASE.
             OPEN INPUT MOVE-BASE-FILE.
             IF WS-BASE-STATUS = "00"
               PERFORM LEE-INSTANTANEA
               IF WS-CLAVE-BASE NOT = 9999999
                 MOVE "N" TO WS-PRIMERA-VEZ
                 MOVE MOVB-FECHA TO WS-FECHA-BASE
               END-IF
             END-IF.
             IF WS-PRIMERA-VEZ = "Y"
               MOVE WS-FECHA-NEGOCIO TO WS-DESDE
               MOVE 1 TO WS-DESDE-DIA
             ELSE
               COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE) + 1)
             END-IF.

           LEE-INSTANTANEA.
             IF WS-BASE-STATUS = "00"
               READ MOVE-BASE-FILE
                 AT END
                   MOVE "10" TO WS-BASE-STATUS
                   MOVE 9999999 TO WS-CLAVE-BASE
                 NOT AT END
                   MOVE MOVB-CUST-ID TO WS-CLAVE-BASE
                   MOVE MOVB-ESTADO TO WS-BASE-ESTADO
                   MOVE MOVB-SEGMENTO TO WS-BASE-SEGMENTO
               END-READ
             ELSE
               MOVE 9999999 TO WS-CLAVE-BASE
             END-IF.

      *    Only the cuts taken inside the period are read; a cut the
      *    manifest registers but that cannot be opened stops the
      *    report, since its purges would go uncounted.
           CARGA-PURGAS.
             OPEN INPUT MANIFEST-FILE.
             IF WS-MANI-STATUS = "00"
               PERFORM UNTIL WS-MANI-STATUS = "10"
                 READ MANIFEST-FILE
                   AT END
                     MOVE "10" TO WS-MANI-STATUS
                   NOT AT END
                     IF MANI-FECHA NOT < WS-DESDE
                         AND MANI-FECHA NOT > WS-FECHA-NEGOCIO
                         AND (MANI-ARCHIVO = "PURGCUST"
                             OR MANI-ARCHIVO = "PURGHIST")
                       PERFORM CARGA-UN-CORTE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
             ELSE
               IF WS-MANI-STATUS = "05"
                 CLOSE MANIFEST-FILE
               END-IF
             END-IF.

           CARGA-UN-CORTE.
             MOVE "N" TO WS-CORTE-REPETIDO.
             PERFORM VARYING WS-CORTE-IDX FROM 1 BY 1
                 UNTIL WS-CORTE-IDX > WS-CORTE-TOTAL
               IF WS-CORTE-ARCHIVO(WS-CORTE-IDX) = MANI-ARCHIVO
                   AND WS-CORTE-FECHA(WS-CORTE-IDX) = MANI-FECHA
                 MOVE "Y" TO WS-CORTE-REPETIDO
               END-IF
             END-PERFORM.
             IF WS-CORTE-REPETIDO = "N"
               IF WS-CORTE-TOTAL < 100
                 ADD 1 TO WS-CORTE-TOTAL
                 MOVE MANI-ARCHIVO TO WS-CORTE-ARCHIVO(WS-CORTE-TOTAL)
                 MOVE MANI-FECHA TO WS-CORTE-FECHA(WS-CORTE-TOTAL)
                 IF MANI-ARCHIVO = "PURGCUST"
                   PERFORM CARGA-CORTE-CLIENTES
                 ELSE
                   PERFORM CARGA-CORTE-HISTORIA
                 END-IF
               ELSE
                 DISPLAY "*** MAS DE 100 CORTES DE PURGA EN EL"
                     " PERIODO: AMPLIE WS-CORTES. ***"
                 MOVE "Y" TO WS-DESBORDE
               END-IF
             END-IF.

           CARGA-CORTE-CLIENTES.
             MOVE SPACES TO WS-ARCH-PURGCUST.
             STRING "PURGCUST.A" MANI-FECHA ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-PURGCUST.
             CALL "ENVNAME" USING WS-ARCH-PURGCUST WS-AMBIENTE.
             OPEN INPUT ARCH-CUST-FILE.
             IF WS-ACUST-STATUS NOT = "00"
               IF WS-ACUST-STATUS = "05"
                 CLOSE ARCH-CUST-FILE
               END-IF
               DISPLAY "*** FALTA EL CORTE " WS-ARCH-PURGCUST " ***"
               MOVE "Y" TO WS-DESBORDE
             ELSE
               PERFORM UNTIL WS-ACUST-STATUS = "10"
                 READ ARCH-CUST-FILE
                   AT END
                     MOVE "10" TO WS-ACUST-STATUS
                   NOT AT END
                     IF WS-PUR-TOTAL < 2000
                       ADD 1 TO WS-PUR-TOTAL
                       MOVE ARCH-ID TO WS-PUR-CUST-ID(WS-PUR-TOTAL)
                       MOVE ARCH-ESTADO TO WS-PUR-ESTADO(WS-PUR-TOTAL)
                       MOVE ARCH-SEGMENTO
                           TO WS-PUR-SEGMENTO(WS-PUR-TOTAL)
                       MOVE "N" TO WS-PUR-USADO(WS-PUR-TOTAL)
                     ELSE
                       DISPLAY "*** MAS DE 2000 CLIENTES PURGADOS EN"
                           " EL PERIODO: AMPLIE WS-PURGADOS. ***"
                       MOVE "Y" TO WS-DESBORDE
                       MOVE "10" TO WS-ACUST-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ARCH-CUST-FILE
             END-IF.

           CARGA-CORTE-HISTORIA.
             MOVE SPACES TO WS-ARCH-PURGHIST.
             STRING "PURGHIST.A" MANI-FECHA ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-PURGHIST.
             CALL "ENVNAME" USING WS-ARCH-PURGHIST WS-AMBIENTE.
             OPEN INPUT ARCH-HIST-FILE.
             IF WS-AHIST-STATUS NOT = "00"
               IF WS-AHIST-STATUS = "05"
                 CLOSE ARCH-HIST-FILE
               END-IF
               DISPLAY "*** FALTA EL CORTE " WS-ARCH-PURGHIST " ***"
               MOVE "Y" TO WS-DESBORDE
             ELSE
               PERFORM UNTIL WS-AHIST-STATUS = "10"
                 READ ARCH-HIST-FILE
                   AT END
                     MOVE "10" TO WS-AHIST-STATUS
                   NOT AT END
                     IF AHIST-FECHA NOT < WS-DESDE
                         AND AHIST-FECHA NOT > WS-FECHA-NEGOCIO
                       PERFORM GUARDA-EVENTO-ARCHIVADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ARCH-HIST-FILE
             END-IF.

           GUARDA-EVENTO-ARCHIVADO.
             IF WS-EVA-TOTAL < 10000
               ADD 1 TO WS-EVA-TOTAL
               MOVE AHIST-CUST-ID TO WS-EVA-CUST-ID(WS-EVA-TOTAL)
               MOVE AHIST-FECHA TO WS-EVA-FECHA(WS-EVA-TOTAL)
               MOVE AHIST-ACCION TO WS-EVA-ACCION(WS-EVA-TOTAL)
               MOVE AHIST-ANT-ESTADO TO WS-EVA-ANT-ESTADO(WS-EVA-TOTAL)
               MOVE AHIST-ANT-SEGMENTO
                   TO WS-EVA-ANT-SEGMENTO(WS-EVA-TOTAL)
               MOVE AHIST-NUE-ESTADO TO WS-EVA-NUE-ESTADO(WS-EVA-TOTAL)
               MOVE AHIST-NUE-SEGMENTO
                   TO WS-EVA-NUE-SEGMENTO(WS-EVA-TOTAL)
             ELSE
               DISPLAY "*** MAS DE 10000 CAMBIOS ARCHIVADOS EN EL"
                   " PERIODO: AMPLIE WS-EVENTOS-ARCH. ***"
               MOVE "Y" TO WS-DESBORDE
               MOVE "10" TO WS-AHIST-STATUS
             END-IF.

      *    A merge is counted from the victim's journal entry; the
      *    cross-reference confirms which customer was the victim
      *    (the survivor gets a FUSION entry too).
           CARGA-FUSIONES.
             OPEN INPUT MERG-XREF-FILE.
             IF WS-MERG-STATUS = "00"
               PERFORM UNTIL WS-MERG-STATUS = "10"
                 READ MERG-XREF-FILE
                   AT END
                     MOVE "10" TO WS-MERG-STATUS
                   NOT AT END
                     IF MERG-FECHA NOT < WS-DESDE
                         AND MERG-FECHA NOT > WS-FECHA-NEGOCIO
                       IF WS-FUS-TOTAL < 2000
                         ADD 1 TO WS-FUS-TOTAL
                         MOVE MERG-VICTIMA
                             TO WS-FUS-CUST-ID(WS-FUS-TOTAL)
                       ELSE
                         DISPLAY "*** MAS DE 2000 FUSIONES EN EL"
                             " PERIODO: AMPLIE WS-FUSIONADOS. ***"
                         MOVE "Y" TO WS-DESBORDE
                         MOVE "10" TO WS-MERG-STATUS
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MERG-XREF-FILE
             ELSE
               IF WS-MERG-STATUS = "05"
                 CLOSE MERG-XREF-FILE
               END-IF
             END-IF.

      *    Every customer on the snapshot, on the master or purged in
      *    the period is replayed once, in CUST-ID order; those
      *    taken on and purged inside the period are on neither file
      *    and follow at the end.
           RECORRE-CARTERA.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM LEE-MAESTRO
               PERFORM UNTIL WS-CLAVE-BASE = 9999999
                   AND WS-CLAVE-MAST = 9999999
                 MOVE WS-CLAVE-BASE TO WS-CLAVE
                 IF WS-CLAVE-MAST < WS-CLAVE
                   MOVE WS-CLAVE-MAST TO WS-CLAVE
                 END-IF
                 MOVE "N" TO WS-TIENE-BASE
                 MOVE "N" TO WS-TIENE-MAST
                 IF WS-CLAVE-BASE = WS-CLAVE
                   MOVE "Y" TO WS-TIENE-BASE
                 END-IF
                 IF WS-CLAVE-MAST = WS-CLAVE
                   MOVE "Y" TO WS-TIENE-MAST
                 END-IF
                 PERFORM TRATA-CLIENTE
                 IF WS-TIENE-BASE = "Y"
                   PERFORM LEE-INSTANTANEA
                 END-IF
                 IF WS-TIENE-MAST = "Y"
                   PERFORM LEE-MAESTRO
                 END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER
               MOVE "N" TO WS-TIENE-BASE
               MOVE "N" TO WS-TIENE-MAST
               PERFORM VARYING WS-PUR-IDX FROM 1 BY 1
                   UNTIL WS-PUR-IDX > WS-PUR-TOTAL
                 IF WS-PUR-USADO(WS-PUR-IDX) = "N"
                   MOVE WS-PUR-CUST-ID(WS-PUR-IDX) TO WS-CLAVE
                   PERFORM TRATA-CLIENTE
                 END-IF
               END-PERFORM
             END-IF.

           LEE-MAESTRO.
             READ CUSTOMER-MASTER NEXT RECORD
               AT END
                 MOVE 9999999 TO WS-CLAVE-MAST
               NOT AT END
                 MOVE CUST-ID TO WS-CLAVE-MAST
                 MOVE CUST-ESTADO TO WS-MAST-ESTADO
                 MOVE CUST-SEGMENTO TO WS-MAST-SEGMENTO
             END-READ.

      *    The opening position is the snapshot's; on the first run
      *    it is the "before" image of the customer's first entry in
      *    the period, or -- with no entry -- the current record.
           TRATA-CLIENTE.
             MOVE "N" TO WS-CONOCIDO.
             IF WS-TIENE-BASE = "Y"
               MOVE WS-BASE-ESTADO TO WS-ACT-ESTADO
               MOVE WS-BASE-SEGMENTO TO WS-ACT-SEGMENTO
               MOVE "Y" TO WS-CONOCIDO
               PERFORM CUENTA-APERTURA
             ELSE
               IF WS-PRIMERA-VEZ = "N"
                 MOVE "-" TO WS-ACT-ESTADO
                 MOVE SPACES TO WS-ACT-SEGMENTO
                 MOVE "Y" TO WS-CONOCIDO
               END-IF
             END-IF.
             MOVE 0 TO WS-PUR-HALLADO.
             PERFORM VARYING WS-PUR-IDX FROM 1 BY 1
                 UNTIL WS-PUR-IDX > WS-PUR-TOTAL
                     OR WS-PUR-HALLADO > 0
               IF WS-PUR-CUST-ID(WS-PUR-IDX) = WS-CLAVE
                 MOVE WS-PUR-IDX TO WS-PUR-HALLADO
                 MOVE "Y" TO WS-PUR-USADO(WS-PUR-IDX)
               END-IF
             END-PERFORM.
             IF WS-PUR-HALLADO > 0
               PERFORM REPASA-HISTORIA-ARCHIVADA
             ELSE
               PERFORM REPASA-HISTORIA
             END-IF.
             IF WS-CONOCIDO = "N"
               IF WS-PUR-HALLADO > 0
                 MOVE WS-PUR-ESTADO(WS-PUR-HALLADO) TO WS-ACT-ESTADO
                 MOVE WS-PUR-SEGMENTO(WS-PUR-HALLADO)
                     TO WS-ACT-SEGMENTO
               ELSE
                 IF WS-TIENE-MAST = "Y"
                   MOVE WS-MAST-ESTADO TO WS-ACT-ESTADO
                   MOVE WS-MAST-SEGMENTO TO WS-ACT-SEGMENTO
                 ELSE
                   MOVE "-" TO WS-ACT-ESTADO
                   MOVE SPACES TO WS-ACT-SEGMENTO
                 END-IF
               END-IF
               MOVE "Y" TO WS-CONOCIDO
               PERFORM CUENTA-APERTURA
             END-IF.
             IF WS-PUR-HALLADO > 0
               MOVE WS-ACT-ESTADO TO WS-EST-PRUEBA
               PERFORM CLASIFICA-ESTADO
               IF WS-EN-CARTERA = "Y"
                 MOVE WS-ACT-SEGMENTO TO WS-SEG-BUSCADO
                 PERFORM BUSCA-SEGMENTO
                 ADD 1 TO WS-SEG-PURGAS(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-PURGAS
               END-IF
               MOVE "-" TO WS-ACT-ESTADO
               MOVE SPACES TO WS-ACT-SEGMENTO
             END-IF.
             PERFORM COMPRUEBA-MAESTRO.

           CUENTA-APERTURA.
             MOVE WS-ACT-ESTADO TO WS-EST-PRUEBA.
             PERFORM CLASIFICA-ESTADO.
             IF WS-EN-CARTERA = "Y"
               MOVE WS-ACT-SEGMENTO TO WS-SEG-BUSCADO
               PERFORM BUSCA-SEGMENTO
               ADD 1 TO WS-SEG-APERTURA(WS-SEG-ACTUAL)
               ADD 1 TO WS-TOT-APERTURA
             END-IF.

           REPASA-HISTORIA.
             MOVE WS-CLAVE TO HIST-CUST-ID.
             MOVE 0 TO HIST-SECUENCIA.
             START CUST-HIST-FILE KEY NOT LESS THAN CUST-HIST-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-HIST-STATUS
               NOT INVALID KEY
                 MOVE "00" TO WS-HIST-STATUS
             END-START.
             PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ CUST-HIST-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-HIST-STATUS
                 NOT AT END
                   IF HIST-CUST-ID NOT = WS-CLAVE
                     MOVE "10" TO WS-HIST-STATUS
                   ELSE
                     IF HIST-FECHA NOT < WS-DESDE
                         AND HIST-FECHA NOT > WS-FECHA-NEGOCIO
                       MOVE HIST-ACCION TO WS-EV-ACCION
                       MOVE HIST-FECHA TO WS-EV-FECHA
                       MOVE HIST-ANT-ESTADO TO WS-EV-ANT-ESTADO
                       MOVE HIST-ANT-SEGMENTO TO WS-EV-ANT-SEGMENTO
                       MOVE HIST-NUE-ESTADO TO WS-EV-NUE-ESTADO
                       MOVE HIST-NUE-SEGMENTO TO WS-EV-NUE-SEGMENTO
                       PERFORM APLICA-EVENTO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM.

           REPASA-HISTORIA-ARCHIVADA.
             PERFORM VARYING WS-EVA-IDX FROM 1 BY 1
                 UNTIL WS-EVA-IDX > WS-EVA-TOTAL
               IF WS-EVA-CUST-ID(WS-EVA-IDX) = WS-CLAVE
                 MOVE WS-EVA-ACCION(WS-EVA-IDX) TO WS-EV-ACCION
                 MOVE WS-EVA-FECHA(WS-EVA-IDX) TO WS-EV-FECHA
                 MOVE WS-EVA-ANT-ESTADO(WS-EVA-IDX) TO WS-EV-ANT-ESTADO
                 MOVE WS-EVA-ANT-SEGMENTO(WS-EVA-IDX)
                     TO WS-EV-ANT-SEGMENTO
                 MOVE WS-EVA-NUE-ESTADO(WS-EVA-IDX) TO WS-EV-NUE-ESTADO
                 MOVE WS-EVA-NUE-SEGMENTO(WS-EVA-IDX)
                     TO WS-EV-NUE-SEGMENTO
                 PERFORM APLICA-EVENTO
               END-IF
             END-PERFORM.

      *    Each entry moves the customer from the replayed position
      *    to the entry's "after" image. Leaving the book is a
      *    merge when the estado is "F" or MERGXREF.DAT names the
      *    customer a victim, otherwise an anonymisation; a change of
      *    segment is a transfer between the two segments.
           APLICA-EVENTO.
             IF WS-CONOCIDO = "N"
               IF WS-EV-ACCION = "ALTA"
                 MOVE "-" TO WS-ACT-ESTADO
                 MOVE SPACES TO WS-ACT-SEGMENTO
               ELSE
                 MOVE WS-EV-ANT-ESTADO TO WS-ACT-ESTADO
                 MOVE WS-EV-ANT-SEGMENTO TO WS-ACT-SEGMENTO
               END-IF
               MOVE "Y" TO WS-CONOCIDO
               PERFORM CUENTA-APERTURA
             END-IF.
             MOVE WS-ACT-ESTADO TO WS-EST-PRUEBA.
             PERFORM CLASIFICA-ESTADO.
             MOVE WS-EN-CARTERA TO WS-ANT-EN-CARTERA.
             MOVE WS-ES-ACTIVO TO WS-ANT-ACTIVO.
             MOVE WS-EV-NUE-ESTADO TO WS-EST-PRUEBA.
             PERFORM CLASIFICA-ESTADO.
             MOVE WS-EN-CARTERA TO WS-NUE-EN-CARTERA.
             MOVE WS-ES-ACTIVO TO WS-NUE-ACTIVO.
             IF WS-ANT-EN-CARTERA = "N" AND WS-NUE-EN-CARTERA = "Y"
               MOVE WS-EV-NUE-SEGMENTO TO WS-SEG-BUSCADO
               PERFORM BUSCA-SEGMENTO
               ADD 1 TO WS-SEG-ALTAS(WS-SEG-ACTUAL)
               ADD 1 TO WS-TOT-ALTAS
             END-IF.
             IF WS-ANT-EN-CARTERA = "Y" AND WS-NUE-EN-CARTERA = "N"
               MOVE WS-ACT-SEGMENTO TO WS-SEG-BUSCADO
               PERFORM BUSCA-SEGMENTO
               MOVE "N" TO WS-FUS-HALLADO
               PERFORM VARYING WS-FUS-IDX FROM 1 BY 1
                   UNTIL WS-FUS-IDX > WS-FUS-TOTAL
                 IF WS-FUS-CUST-ID(WS-FUS-IDX) = WS-CLAVE
                   MOVE "Y" TO WS-FUS-HALLADO
                 END-IF
               END-PERFORM
               IF WS-EV-NUE-ESTADO = "F" OR WS-FUS-HALLADO = "Y"
                 ADD 1 TO WS-SEG-FUSIONES(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-FUSIONES
               ELSE
                 ADD 1 TO WS-SEG-ANONIM(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-ANONIM
               END-IF
             END-IF.
             IF WS-ANT-EN-CARTERA = "Y" AND WS-NUE-EN-CARTERA = "Y"
               IF WS-ACT-SEGMENTO NOT = WS-EV-NUE-SEGMENTO
                 MOVE WS-ACT-SEGMENTO TO WS-SEG-BUSCADO
                 PERFORM BUSCA-SEGMENTO
                 ADD 1 TO WS-SEG-TRAS-SAL(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-TRAS-SAL
                 MOVE WS-EV-NUE-SEGMENTO TO WS-SEG-BUSCADO
                 PERFORM BUSCA-SEGMENTO
                 ADD 1 TO WS-SEG-TRAS-ENT(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-TRAS-ENT
               END-IF
               MOVE WS-EV-NUE-SEGMENTO TO WS-SEG-BUSCADO
               PERFORM BUSCA-SEGMENTO
               IF WS-ANT-ACTIVO = "Y" AND WS-NUE-ACTIVO = "N"
                 ADD 1 TO WS-SEG-INACTIV(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-INACTIV
               END-IF
               IF WS-ANT-ACTIVO = "N" AND WS-NUE-ACTIVO = "Y"
                 ADD 1 TO WS-SEG-REACTIV(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-REACTIV
               END-IF
             END-IF.
             MOVE WS-EV-NUE-ESTADO TO WS-ACT-ESTADO.
             MOVE WS-EV-NUE-SEGMENTO TO WS-ACT-SEGMENTO.

      *    On the book: "A" (or blank, the records written before
      *    the switch existed), "I", "P" and "D"; active: "A"/blank.
           CLASIFICA-ESTADO.
             MOVE "N" TO WS-EN-CARTERA.
             MOVE "N" TO WS-ES-ACTIVO.
             IF WS-EST-PRUEBA = "A" OR WS-EST-PRUEBA = SPACE
               MOVE "Y" TO WS-EN-CARTERA
               MOVE "Y" TO WS-ES-ACTIVO
             END-IF.
             IF WS-EST-PRUEBA = "I" OR WS-EST-PRUEBA = "P"
                 OR WS-EST-PRUEBA = "D"
               MOVE "Y" TO WS-EN-CARTERA
             END-IF.

      *    The live count, and the proof customer by customer: the
      *    position the journal leaves must be the master's.
           COMPRUEBA-MAESTRO.
             MOVE WS-ACT-ESTADO TO WS-EST-PRUEBA.
             PERFORM CLASIFICA-ESTADO.
             MOVE WS-EN-CARTERA TO WS-ANT-EN-CARTERA.
             MOVE "N" TO WS-NUE-EN-CARTERA.
             IF WS-TIENE-MAST = "Y"
               MOVE WS-MAST-ESTADO TO WS-EST-PRUEBA
               PERFORM CLASIFICA-ESTADO
               MOVE WS-EN-CARTERA TO WS-NUE-EN-CARTERA
               IF WS-NUE-EN-CARTERA = "Y"
                 MOVE WS-MAST-SEGMENTO TO WS-SEG-BUSCADO
                 PERFORM BUSCA-SEGMENTO
                 ADD 1 TO WS-SEG-REAL(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-REAL
               END-IF
             END-IF.
             MOVE SPACES TO WS-MOTIVO.
             EVALUATE TRUE
               WHEN WS-ANT-EN-CARTERA = "Y" AND WS-TIENE-MAST = "N"
                 MOVE "NO ESTA EN EL MAESTRO NI PURGADO" TO WS-MOTIVO
               WHEN WS-ANT-EN-CARTERA = "Y"
                   AND WS-NUE-EN-CARTERA = "N"
                 MOVE "FUERA DE CARTERA SIN ASIENTO EN EL DIARIO"
                     TO WS-MOTIVO
               WHEN WS-ANT-EN-CARTERA = "N"
                   AND WS-NUE-EN-CARTERA = "Y"
                   AND WS-ACT-ESTADO = "-"
                 MOVE "EN EL MAESTRO SIN ALTA EN EL DIARIO"
                     TO WS-MOTIVO
               WHEN WS-ANT-EN-CARTERA = "N"
                   AND WS-NUE-EN-CARTERA = "Y"
                 MOVE "EN CARTERA SIN ASIENTO EN EL DIARIO"
                     TO WS-MOTIVO
               WHEN WS-ANT-EN-CARTERA = "Y"
                   AND WS-ACT-SEGMENTO NOT = WS-MAST-SEGMENTO
                 MOVE "SEGMENTO DISTINTO DEL DIARIO" TO WS-MOTIVO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
             IF WS-MOTIVO NOT = SPACES
               PERFORM IMPRIME-DIFERENCIA
             END-IF.

           IMPRIME-DIFERENCIA.
             ADD 1 TO WS-DIF-CLIENTES.
             IF WS-DIF-CLIENTES = 1
               MOVE SPACES TO MOVE-RPT-LINEA
               WRITE MOVE-RPT-LINEA
               MOVE "--- DIFERENCIAS CON EL MAESTRO ---"
                   TO MOVE-RPT-LINEA
               WRITE MOVE-RPT-LINEA
             END-IF.
             MOVE SPACES TO WS-ESPERADO-MOSTRAR.
             IF WS-ACT-ESTADO NOT = "-"
               STRING WS-ACT-ESTADO "/" WS-ACT-SEGMENTO
                   DELIMITED BY SIZE INTO WS-ESPERADO-MOSTRAR
             ELSE
               MOVE "-" TO WS-ESPERADO-MOSTRAR
             END-IF.
             MOVE SPACES TO WS-REAL-MOSTRAR.
             IF WS-TIENE-MAST = "Y"
               STRING WS-MAST-ESTADO "/" WS-MAST-SEGMENTO
                   DELIMITED BY SIZE INTO WS-REAL-MOSTRAR
             ELSE
               MOVE "-" TO WS-REAL-MOSTRAR
             END-IF.
             MOVE WS-CLAVE TO WS-CLIENTE-MOSTRAR.
             MOVE SPACES TO MOVE-RPT-LINEA.
             STRING "CLIENTE " WS-CLIENTE-MOSTRAR "  DIARIO "
                 WS-ESPERADO-MOSTRAR "  MAESTRO " WS-REAL-MOSTRAR
                 "  " WS-MOTIVO
                 DELIMITED BY SIZE INTO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.

           BUSCA-SEGMENTO.
             MOVE 0 TO WS-SEG-ACTUAL.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-TOTAL
                     OR WS-SEG-ACTUAL > 0
               IF WS-SEG-CODIGO(WS-SEG-IDX) = WS-SEG-BUSCADO
                 MOVE WS-SEG-IDX TO WS-SEG-ACTUAL
               END-IF
             END-PERFORM.
             IF WS-SEG-ACTUAL = 0
               IF WS-SEG-TOTAL < 20
                 ADD 1 TO WS-SEG-TOTAL
                 MOVE WS-SEG-TOTAL TO WS-SEG-ACTUAL
                 INITIALIZE WS-SEG-ENTRY(WS-SEG-ACTUAL)
                 MOVE WS-SEG-BUSCADO TO WS-SEG-CODIGO(WS-SEG-ACTUAL)
               ELSE
                 MOVE 20 TO WS-SEG-ACTUAL
                 MOVE "***" TO WS-SEG-CODIGO(WS-SEG-ACTUAL)
               END-IF
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO MOVE-RPT-LINEA.
             STRING "MOVIMIENTO DE LA CARTERA DE CLIENTES DEL "
                 WS-DESDE " AL " WS-FECHA-NEGOCIO
                 DELIMITED BY SIZE INTO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             IF WS-PRIMERA-VEZ = "Y"
               MOVE SPACES TO MOVE-RPT-LINEA
               STRING "SIN INSTANTANEA ANTERIOR: LA APERTURA SE"
                   " RECONSTRUYE DESDE EL DIARIO DE CAMBIOS."
                   DELIMITED BY SIZE INTO MOVE-RPT-LINEA
             ELSE
               MOVE SPACES TO MOVE-RPT-LINEA
               STRING "APERTURA: INSTANTANEA DEL " WS-FECHA-BASE
                   " (MOVEBASE.DAT)."
                   DELIMITED BY SIZE INTO MOVE-RPT-LINEA
             END-IF.
             WRITE MOVE-RPT-LINEA.

           IMPRIME-SEGMENTOS.
             MOVE SPACES TO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE "--- POR SEGMENTO ---" TO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE SPACES TO MOVE-RPT-LINEA.
             STRING "SEG  APERTURA     ALTAS  REACTIV.  INACTIV."
                 "  FUSIONES    PURGAS   ANONIM.  TRAS.ENT  TRAS.SAL"
                 "    CIERRE      REAL  DIFERENC."
                 DELIMITED BY SIZE INTO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE 0 TO WS-TOT-CIERRE.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-TOTAL
               COMPUTE WS-CIERRE = WS-SEG-APERTURA(WS-SEG-IDX)
                   + WS-SEG-ALTAS(WS-SEG-IDX)
                   - WS-SEG-FUSIONES(WS-SEG-IDX)
                   - WS-SEG-PURGAS(WS-SEG-IDX)
                   - WS-SEG-ANONIM(WS-SEG-IDX)
                   + WS-SEG-TRAS-ENT(WS-SEG-IDX)
                   - WS-SEG-TRAS-SAL(WS-SEG-IDX)
               COMPUTE WS-DIFERENCIA =
                   WS-SEG-REAL(WS-SEG-IDX) - WS-CIERRE
               ADD WS-CIERRE TO WS-TOT-CIERRE
               MOVE WS-SEG-CODIGO(WS-SEG-IDX) TO WS-LS-CODIGO
               MOVE WS-SEG-APERTURA(WS-SEG-IDX) TO WS-LS-APERTURA
               MOVE WS-SEG-ALTAS(WS-SEG-IDX) TO WS-LS-ALTAS
               MOVE WS-SEG-REACTIV(WS-SEG-IDX) TO WS-LS-REACTIV
               MOVE WS-SEG-INACTIV(WS-SEG-IDX) TO WS-LS-INACTIV
               MOVE WS-SEG-FUSIONES(WS-SEG-IDX) TO WS-LS-FUSIONES
               MOVE WS-SEG-PURGAS(WS-SEG-IDX) TO WS-LS-PURGAS
               MOVE WS-SEG-ANONIM(WS-SEG-IDX) TO WS-LS-ANONIM
               MOVE WS-SEG-TRAS-ENT(WS-SEG-IDX) TO WS-LS-TRAS-ENT
               MOVE WS-SEG-TRAS-SAL(WS-SEG-IDX) TO WS-LS-TRAS-SAL
               MOVE WS-CIERRE TO WS-LS-CIERRE
               MOVE WS-SEG-REAL(WS-SEG-IDX) TO WS-LS-REAL
               MOVE WS-DIFERENCIA TO WS-LS-DIFERENCIA
               MOVE WS-LINEA-SEGMENTO TO MOVE-RPT-LINEA
               WRITE MOVE-RPT-LINEA
             END-PERFORM.
             COMPUTE WS-TOT-DIFERENCIA = WS-TOT-REAL - WS-TOT-CIERRE.
             MOVE "TOT" TO WS-LS-CODIGO.
             MOVE WS-TOT-APERTURA TO WS-LS-APERTURA.
             MOVE WS-TOT-ALTAS TO WS-LS-ALTAS.
             MOVE WS-TOT-REACTIV TO WS-LS-REACTIV.
             MOVE WS-TOT-INACTIV TO WS-LS-INACTIV.
             MOVE WS-TOT-FUSIONES TO WS-LS-FUSIONES.
             MOVE WS-TOT-PURGAS TO WS-LS-PURGAS.
             MOVE WS-TOT-ANONIM TO WS-LS-ANONIM.
             MOVE WS-TOT-TRAS-ENT TO WS-LS-TRAS-ENT.
             MOVE WS-TOT-TRAS-SAL TO WS-LS-TRAS-SAL.
             MOVE WS-TOT-CIERRE TO WS-LS-CIERRE.
             MOVE WS-TOT-REAL TO WS-LS-REAL.
             MOVE WS-TOT-DIFERENCIA TO WS-LS-DIFERENCIA.
             MOVE WS-LINEA-SEGMENTO TO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE SPACES TO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE SPACES TO MOVE-RPT-LINEA.
             STRING "CIERRE = APERTURA + ALTAS - FUSIONES - PURGAS -"
                 " ANONIM. + TRAS.ENT - TRAS.SAL"
                 DELIMITED BY SIZE INTO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE SPACES TO MOVE-RPT-LINEA.
             STRING "REACTIV. E INACTIV. MUEVEN CLIENTES DENTRO DE LA"
                 " CARTERA: NO CAMBIAN EL CIERRE."
                 DELIMITED BY SIZE INTO MOVE-RPT-LINEA.
             WRITE MOVE-RPT-LINEA.
             MOVE SPACES TO MOVE-RPT-LINEA.
             IF WS-DIF-CLIENTES = 0
               MOVE "CIERRE PROBADO CONTRA EL MAESTRO: SIN DIFERENCIAS."
                   TO MOVE-RPT-LINEA
             ELSE
               STRING "*** CIERRE NO CUADRA CON EL MAESTRO: "
                   WS-DIF-CLIENTES " CLIENTES CON DIFERENCIA ***"
                   DELIMITED BY SIZE INTO MOVE-RPT-LINEA
             END-IF.
             WRITE MOVE-RPT-LINEA.

      *    The master as it stands is next month's opening.
           REESCRIBE-INSTANTANEA.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               OPEN OUTPUT MOVE-BASE-FILE
               PERFORM UNTIL WS-CUST-STATUS = "10"
                 READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                     MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                     MOVE CUST-ESTADO TO WS-EST-PRUEBA
                     PERFORM CLASIFICA-ESTADO
                     IF WS-EN-CARTERA = "Y"
                       MOVE CUST-ID TO MOVB-CUST-ID
                       MOVE CUST-ESTADO TO MOVB-ESTADO
                       MOVE CUST-SEGMENTO TO MOVB-SEGMENTO
                       MOVE WS-FECHA-NEGOCIO TO MOVB-FECHA
                       WRITE MOVE-BASE-REG
                       ADD 1 TO WS-BASE-ESCRITOS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MOVE-BASE-FILE
               CLOSE CUSTOMER-MASTER
             END-IF.

           GRABA-AUDITORIA.
             MOVE "CUSTMOVE" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             MOVE 0 TO AUDIT-RUN-ID.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

           ADQUIERE-CERROJOS.
             MOVE "CUSTMAST" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "CUSTMAST" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "CUSTMAST" TO WS-LOCK-RECURSO.
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
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "CUSTHIST.DAT" TO WS-ARCH-CUSTHIST.
             CALL "ENVNAME" USING WS-ARCH-CUSTHIST WS-AMBIENTE.
             MOVE "MOVEBASE.DAT" TO WS-ARCH-MOVEBASE.
             CALL "ENVNAME" USING WS-ARCH-MOVEBASE WS-AMBIENTE.
             MOVE "MERGXREF.DAT" TO WS-ARCH-MERGXREF.
             CALL "ENVNAME" USING WS-ARCH-MERGXREF WS-AMBIENTE.
             MOVE "ARCHMANI.DAT" TO WS-ARCH-ARCHMANI.
             CALL "ENVNAME" USING WS-ARCH-ARCHMANI WS-AMBIENTE.
             MOVE "MOVERPT.DAT" TO WS-ARCH-MOVERPT.
             CALL "ENVNAME" USING WS-ARCH-MOVERPT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM CUSTMOVE.
