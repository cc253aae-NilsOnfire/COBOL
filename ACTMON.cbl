      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly unusual-activity monitor over the attributed
      *          VARS ledger: every customer with pairs (VARSLOG
      *          records with no event) in the business date's
      *          generation is compared with their own history in
      *          TXNHIST.DAT before that date. An alert is raised for
      *          a pair count or EUR amount that is a multiple of
      *          the customer's average per active day over the last
      *          ACTPARM.DAT window ("PARES", "IMPORTE"), activity on
      *          a customer with none for months ("DORMIDO"), the
      *          first pairs ever in a currency other than EUR
      *          ("DIVISA") and several pairs just under the
      *          customer's CUST-LIMITE ("UMBRAL"). Each alert is
      *          scored, appended open to the review file ACTALRT.DAT
      *          that supervisors close through ACTREV, and listed in
      *          ACTMON.DAT; those scoring at least the ACTPARM.DAT
      *          threshold also raise an OPERALRT alert. A rerun for
      *          a business date already in ACTALRT.DAT raises
      *          nothing twice. Ends with RETURN-CODE 4 when alerts
      *          were raised, 8 when one reached OPERALRT or the
      *          history could not be read, 16 when the day did not
      *          fit the table. Runs in the NIGHTRUN chain after
      *          TXNBUILD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL ACT-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL ACT-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACTALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTA-STATUS.
           SELECT ACT-REPORT ASSIGN TO DYNAMIC WS-ARCH-ACTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  ACT-PARM-FILE.
           COPY "ACTPARM.cpy".

       FD  ACT-ALRT-FILE.
           COPY "ACTALRT.cpy".

       FD  ACT-REPORT.
       01  ACT-LINEA PIC X(100).

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-ACTPARM PIC X(30).
       01  WS-ARCH-ACTALRT PIC X(30).
       01  WS-ARCH-ACTRPT PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-TXN-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-ACTA-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "ACTMON".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-SIN-HISTORIA PIC X VALUE "N".
       01  WS-SIN-MAESTRO PIC X VALUE "N".
       01  WS-YA-VIGILADA PIC X VALUE "N".
       01  WS-RC-FINAL PIC 99 VALUE 0.
      *    Thresholds, ACTPARM.DAT over these defaults.
       01  WS-VENTANA-DIAS PIC 9(3) VALUE 90.
       01  WS-FACTOR-PARES PIC 9(2) VALUE 3.
       01  WS-MIN-PARES PIC 9(3) VALUE 10.
       01  WS-FACTOR-IMPORTE PIC 9(2) VALUE 3.
       01  WS-MIN-IMPORTE PIC 9(7) VALUE 5000.
       01  WS-MESES-DORMIDO PIC 9(3) VALUE 6.
       01  WS-PCT-UMBRAL PIC 9(3) VALUE 90.
       01  WS-MIN-UMBRAL PIC 9(3) VALUE 3.
       01  WS-PUNTOS-ALERTA PIC 9(3) VALUE 80.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HOY REDEFINES WS-FECHA-NEGOCIO.
           05  WS-HOY-ANIO PIC 9(4).
           05  WS-HOY-MES  PIC 99.
           05  WS-HOY-DIA  PIC 99.
      *    Whole months from WS-FECHA-DESDE to the business date.
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-DESDE REDEFINES WS-FECHA-DESDE.
           05  WS-DESDE-ANIO PIC 9(4).
           05  WS-DESDE-MES  PIC 99.
           05  WS-DESDE-DIA  PIC 99.
       01  WS-MESES PIC S9(5).
       01  WS-INICIO-VENTANA PIC 9(8).
      *    The day's activity per customer: pairs, EUR amount, the
      *    limit from the master and the pairs just under it, and up
      *    to five currencies other than EUR with whether the
      *    history has seen each before.
       01  WS-DIA.
           05  WS-HC-ENTRY OCCURS 5000.
               10  WS-HC-CUST PIC 9(6).
               10  WS-HC-PARES PIC 9(5).
               10  WS-HC-IMPORTE PIC S9(11)V99.
               10  WS-HC-LIMITE PIC S9(9)V99.
               10  WS-HC-UMBRAL PIC 9(5).
               10  WS-HC-MON-TOTAL PIC 9.
               10  WS-HC-MON-ENTRY OCCURS 5.
                   15  WS-HC-MONEDA PIC X(3).
                   15  WS-HC-MON-PARES PIC 9(5).
                   15  WS-HC-MON-VISTA PIC X.
       01  WS-HC-TOTAL PIC 9(4) VALUE 0.
       01  WS-HC-IDX PIC 9(4).
       01  WS-HC-HALLADO PIC 9(4).
       01  WS-MON-IDX PIC 9.
       01  WS-MON-HALLADA PIC 9.
       01  WS-MONEDA-LOG PIC X(3).
       01  WS-IMPORTE-PAR PIC S9(9)V99.
       01  WS-IMPORTE-UMBRAL PIC S9(11)V99.
      *    The customer's history before the business date: last
      *    activity, and pairs, EUR amount and active days inside
      *    the window.
       01  WS-HI-ULTIMA PIC 9(8).
       01  WS-HI-PARES PIC 9(7).
       01  WS-HI-IMPORTE PIC S9(13)V99.
       01  WS-HI-DIAS PIC 9(5).
       01  WS-HI-FECHA-ANT PIC 9(8).
       01  WS-HI-MONEDA PIC X(3).
       01  WS-MEDIA PIC S9(11)V99.
       01  WS-PUNTOS-CALC PIC 9(9).
       01  WS-PUNTOS PIC 9(3).
       01  WS-OBSERVADO PIC S9(11)V99.
       01  WS-REFERENCIA PIC S9(11)V99.
       01  WS-MOTIVO PIC X(9).
       01  WS-MONEDA-ALERTA PIC X(3).
       01  WS-REGISTROS-LEIDOS PIC 9(7) VALUE 0.
       01  WS-PARES-DIA PIC 9(7) VALUE 0.
       01  WS-ALERTAS PIC 9(5) VALUE 0.
       01  WS-ALERTAS-OPER PIC 9(5) VALUE 0.
       01  WS-CUENTA-MOTIVO.
           05  WS-CM-PARES PIC 9(5) VALUE 0.
           05  WS-CM-IMPORTE PIC 9(5) VALUE 0.
           05  WS-CM-DORMIDO PIC 9(5) VALUE 0.
           05  WS-CM-DIVISA PIC 9(5) VALUE 0.
           05  WS-CM-UMBRAL PIC 9(5) VALUE 0.
       01  WS-ALERTA-TEXTO PIC X(50).
       01  WS-EDIT-OBSERVADO PIC -(10)9.99.
       01  WS-EDIT-REFERENCIA PIC -(10)9.99.
       01  WS-EDIT-CUENTA PIC Z(4)9.
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
           PERFORM CARGA-PARAMETROS.
           DISPLAY "=== ACTIVIDAD INUSUAL " WS-FECHA-NEGOCIO
               ": MEDIA DE " WS-VENTANA-DIAS " DIAS, DURMIENTE A "
               WS-MESES-DORMIDO " MESES ===".
           COMPUTE WS-INICIO-VENTANA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - WS-VENTANA-DIAS).

           PERFORM SONDEA-REVISION.
           IF WS-YA-VIGILADA = "Y"
             DISPLAY "LA FECHA " WS-FECHA-NEGOCIO " YA ESTA VIGILADA"
                 " EN ACTALRT.DAT: NO SE REPITEN LAS ALERTAS."
           END-IF.
           IF WS-YA-VIGILADA = "N" AND WS-HUBO-ERROR = "N"
             PERFORM CARGA-DIA
           END-IF.
      *    Without the history every pair would look unusual: the
      *    day is not judged rather than flooding the review file.
           IF WS-YA-VIGILADA = "N" AND WS-HUBO-ERROR = "N"
               AND WS-HC-TOTAL > 0
             OPEN INPUT TXN-HIST-FILE
             IF WS-TXN-STATUS NOT = "00"
               IF WS-TXN-STATUS = "05"
                 CLOSE TXN-HIST-FILE
               END-IF
               DISPLAY "*** SIN HISTORIA DE MOVIMIENTOS (TXNHIST.DAT):"
                   " NO SE VIGILA LA ACTIVIDAD. ***"
               MOVE "Y" TO WS-SIN-HISTORIA
               MOVE "TXNHIST.DAT NO DISPONIBLE: ACTIVIDAD SIN VIGILAR"
                   TO WS-ALERTA-TEXTO
               PERFORM GRABA-ALERTA
             END-IF
           END-IF.
           IF WS-YA-VIGILADA = "N" AND WS-HUBO-ERROR = "N"
               AND WS-SIN-HISTORIA = "N"
             OPEN OUTPUT ACT-REPORT
             IF WS-RPT-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR ACTMON.DAT"
                   " (STATUS " WS-RPT-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF
           END-IF.
           IF WS-YA-VIGILADA = "N" AND WS-HUBO-ERROR = "N"
               AND WS-SIN-HISTORIA = "N"
             OPEN EXTEND ACT-ALRT-FILE
             IF WS-ACTA-STATUS = "35"
               OPEN OUTPUT ACT-ALRT-FILE
             END-IF
             IF WS-ACTA-STATUS NOT = "00" AND WS-ACTA-STATUS NOT = "05"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR ACTALRT.DAT"
                   " (STATUS " WS-ACTA-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
               CLOSE ACT-REPORT
             END-IF
           END-IF.
           IF WS-YA-VIGILADA = "N" AND WS-HUBO-ERROR = "N"
               AND WS-SIN-HISTORIA = "N"
             PERFORM IMPRIME-CABECERA
             PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                 UNTIL WS-HC-IDX > WS-HC-TOTAL
               PERFORM LEE-HISTORIA
               PERFORM EVALUA-CLIENTE
             END-PERFORM
             IF WS-HC-TOTAL > 0
               CLOSE TXN-HIST-FILE
             END-IF
             PERFORM IMPRIME-TOTALES
             CLOSE ACT-ALRT-FILE
             CLOSE ACT-REPORT
           END-IF.

           DISPLAY "REGISTROS DEL LEDGER LEIDOS : " WS-REGISTROS-LEIDOS.
           DISPLAY "PARES DEL DIA               : " WS-PARES-DIA.
           DISPLAY "CLIENTES CON ACTIVIDAD      : " WS-HC-TOTAL.
           DISPLAY "ALERTAS A REVISION          : " WS-ALERTAS.
           DISPLAY "ALERTAS A OPERACIONES       : " WS-ALERTAS-OPER.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO WS-RC-FINAL
           ELSE
             IF WS-SIN-HISTORIA = "Y"
               MOVE "ERROR" TO AUDIT-EVENTO
               MOVE "TXNHIST.DAT NO DISPONIBLE" TO AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               MOVE 8 TO WS-RC-FINAL
             ELSE
               MOVE "END" TO AUDIT-EVENTO
               MOVE SPACES TO AUDIT-DETALLE
               STRING "CLIENTES " WS-HC-TOTAL " ALERTAS " WS-ALERTAS
                   " A OPERACIONES " WS-ALERTAS-OPER
                   DELIMITED BY SIZE INTO AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               IF WS-ALERTAS > 0
                 MOVE 4 TO WS-RC-FINAL
               END-IF
               IF WS-ALERTAS-OPER > 0
                 MOVE 8 TO WS-RC-FINAL
               END-IF
             END-IF
           END-IF.
           PERFORM LIBERA-CERROJOS.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT ACT-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ ACT-PARM-FILE
                 NOT AT END
                   IF ACTP-VENTANA-DIAS IS NUMERIC
                       AND ACTP-VENTANA-DIAS > 0
                     MOVE ACTP-VENTANA-DIAS TO WS-VENTANA-DIAS
                   END-IF
                   IF ACTP-FACTOR-PARES IS NUMERIC
                       AND ACTP-FACTOR-PARES > 0
                     MOVE ACTP-FACTOR-PARES TO WS-FACTOR-PARES
                   END-IF
                   IF ACTP-MIN-PARES IS NUMERIC
                       AND ACTP-MIN-PARES > 0
                     MOVE ACTP-MIN-PARES TO WS-MIN-PARES
                   END-IF
                   IF ACTP-FACTOR-IMPORTE IS NUMERIC
                       AND ACTP-FACTOR-IMPORTE > 0
                     MOVE ACTP-FACTOR-IMPORTE TO WS-FACTOR-IMPORTE
                   END-IF
                   IF ACTP-MIN-IMPORTE IS NUMERIC
                       AND ACTP-MIN-IMPORTE > 0
                     MOVE ACTP-MIN-IMPORTE TO WS-MIN-IMPORTE
                   END-IF
                   IF ACTP-MESES-DORMIDO IS NUMERIC
                       AND ACTP-MESES-DORMIDO > 0
                     MOVE ACTP-MESES-DORMIDO TO WS-MESES-DORMIDO
                   END-IF
                   IF ACTP-PCT-UMBRAL IS NUMERIC
                       AND ACTP-PCT-UMBRAL > 0
                       AND ACTP-PCT-UMBRAL NOT > 100
                     MOVE ACTP-PCT-UMBRAL TO WS-PCT-UMBRAL
                   END-IF
                   IF ACTP-MIN-UMBRAL IS NUMERIC
                       AND ACTP-MIN-UMBRAL > 0
                     MOVE ACTP-MIN-UMBRAL TO WS-MIN-UMBRAL
                   END-IF
                   IF ACTP-PUNTOS-ALERTA IS NUMERIC
                       AND ACTP-PUNTOS-ALERTA > 0
                     MOVE ACTP-PUNTOS-ALERTA TO WS-PUNTOS-ALERTA
                   END-IF
               END-READ
               CLOSE ACT-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE ACT-PARM-FILE
               END-IF
             END-IF.

      *    Alerts of the business date already in the review file
      *    mean the date was monitored by an earlier run.
           SONDEA-REVISION.
             OPEN INPUT ACT-ALRT-FILE.
             IF WS-ACTA-STATUS = "00"
               PERFORM UNTIL WS-ACTA-STATUS NOT = "00"
                   OR WS-YA-VIGILADA = "Y"
                 READ ACT-ALRT-FILE
                   AT END
                     MOVE "10" TO WS-ACTA-STATUS
                   NOT AT END
                     IF ACTA-FECHA = WS-FECHA-NEGOCIO
                       MOVE "Y" TO WS-YA-VIGILADA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ACT-ALRT-FILE
             ELSE
               IF WS-ACTA-STATUS = "05"
                 CLOSE ACT-ALRT-FILE
               ELSE
                 DISPLAY "*** ERROR: NO SE PUDO LEER ACTALRT.DAT"
                     " (STATUS " WS-ACTA-STATUS ") ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               END-IF
             END-IF.

      *    One pass over the business date's generation. Only the
      *    pairs the customer booked count: interest, fees,
      *    reversals and the other postings carry an event.
           CARGA-DIA.
             MOVE SPACES TO WS-LEDGER-GEN-NOMBRE.
             STRING "VARSLOG.G" WS-FECHA-NEGOCIO ".DAT"
                 DELIMITED BY SIZE INTO WS-LEDGER-GEN-NOMBRE.
             CALL "ENVNAME" USING WS-LEDGER-GEN-NOMBRE WS-AMBIENTE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** AVISO: SIN MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS "): NO SE VIGILA EL UMBRAL DEL"
                   " LIMITE. ***"
               MOVE "Y" TO WS-SIN-MAESTRO
             END-IF.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   OR WS-HUBO-ERROR = "Y"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     ADD 1 TO WS-REGISTROS-LEIDOS
                     IF VARS-LOG-EVENTO = SPACES
                         AND VARS-LOG-CUST-ID NOT = 0
                       PERFORM ANOTA-PAR
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
               DISPLAY "SIN GENERACION DE LEDGER PARA EL "
                   WS-FECHA-NEGOCIO " (" WS-LEDGER-GEN-NOMBRE ")."
             END-IF.
             IF WS-SIN-MAESTRO = "N"
               CLOSE CUSTOMER-MASTER
             END-IF.

           ANOTA-PAR.
             MOVE 0 TO WS-HC-HALLADO.
             PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                 UNTIL WS-HC-IDX > WS-HC-TOTAL
                     OR WS-HC-HALLADO NOT = 0
               IF WS-HC-CUST(WS-HC-IDX) = VARS-LOG-CUST-ID
                 MOVE WS-HC-IDX TO WS-HC-HALLADO
               END-IF
             END-PERFORM.
             IF WS-HC-HALLADO = 0
               IF WS-HC-TOTAL NOT < 5000
                 DISPLAY "*** MAS DE 5000 CLIENTES CON ACTIVIDAD EN EL"
                     " DIA: NO SE VIGILA. AMPLIAR LA TABLA. ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               ELSE
                 PERFORM NUEVO-CLIENTE
               END-IF
             END-IF.
             IF WS-HC-HALLADO NOT = 0
               PERFORM SUMA-PAR
             END-IF.

           NUEVO-CLIENTE.
             ADD 1 TO WS-HC-TOTAL.
             MOVE WS-HC-TOTAL TO WS-HC-HALLADO.
             MOVE VARS-LOG-CUST-ID TO WS-HC-CUST(WS-HC-HALLADO).
             MOVE 0 TO WS-HC-PARES(WS-HC-HALLADO).
             MOVE 0 TO WS-HC-IMPORTE(WS-HC-HALLADO).
             MOVE 0 TO WS-HC-LIMITE(WS-HC-HALLADO).
             MOVE 0 TO WS-HC-UMBRAL(WS-HC-HALLADO).
             MOVE 0 TO WS-HC-MON-TOTAL(WS-HC-HALLADO).
             IF WS-SIN-MAESTRO = "N"
               MOVE VARS-LOG-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CUST-LIMITE TO WS-HC-LIMITE(WS-HC-HALLADO)
               END-READ
             END-IF.

      *    Amounts are judged in the EUR base, whichever way round
      *    the pair went. A pair is just under the limit when its
      *    SUMA is at least the threshold percent of a non-zero
      *    CUST-LIMITE without passing it.
           SUMA-PAR.
             ADD 1 TO WS-PARES-DIA.
             ADD 1 TO WS-HC-PARES(WS-HC-HALLADO).
             MOVE VARS-LOG-SUMA TO WS-IMPORTE-PAR.
             IF WS-IMPORTE-PAR < 0
               COMPUTE WS-IMPORTE-PAR = 0 - WS-IMPORTE-PAR
             END-IF.
             ADD WS-IMPORTE-PAR TO WS-HC-IMPORTE(WS-HC-HALLADO).
             IF WS-HC-LIMITE(WS-HC-HALLADO) > 0
               COMPUTE WS-IMPORTE-UMBRAL ROUNDED =
                   WS-HC-LIMITE(WS-HC-HALLADO) * WS-PCT-UMBRAL / 100
               IF VARS-LOG-SUMA NOT < WS-IMPORTE-UMBRAL
                   AND VARS-LOG-SUMA NOT > WS-HC-LIMITE(WS-HC-HALLADO)
                 ADD 1 TO WS-HC-UMBRAL(WS-HC-HALLADO)
               END-IF
             END-IF.
             MOVE VARS-LOG-MONEDA TO WS-MONEDA-LOG.
             IF WS-MONEDA-LOG = "EUR"
               MOVE SPACES TO WS-MONEDA-LOG
             END-IF.
             IF WS-MONEDA-LOG NOT = SPACES
               PERFORM ANOTA-MONEDA
             END-IF.

           ANOTA-MONEDA.
             MOVE 0 TO WS-MON-HALLADA.
             PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                 UNTIL WS-MON-IDX > WS-HC-MON-TOTAL(WS-HC-HALLADO)
                     OR WS-MON-HALLADA NOT = 0
               IF WS-HC-MONEDA(WS-HC-HALLADO, WS-MON-IDX)
                   = WS-MONEDA-LOG
                 MOVE WS-MON-IDX TO WS-MON-HALLADA
               END-IF
             END-PERFORM.
             IF WS-MON-HALLADA = 0
                 AND WS-HC-MON-TOTAL(WS-HC-HALLADO) < 5
               ADD 1 TO WS-HC-MON-TOTAL(WS-HC-HALLADO)
               MOVE WS-HC-MON-TOTAL(WS-HC-HALLADO) TO WS-MON-HALLADA
               MOVE WS-MONEDA-LOG
                   TO WS-HC-MONEDA(WS-HC-HALLADO, WS-MON-HALLADA)
               MOVE 0
                   TO WS-HC-MON-PARES(WS-HC-HALLADO, WS-MON-HALLADA)
               MOVE "N"
                   TO WS-HC-MON-VISTA(WS-HC-HALLADO, WS-MON-HALLADA)
             END-IF.
             IF WS-MON-HALLADA NOT = 0
               ADD 1
                   TO WS-HC-MON-PARES(WS-HC-HALLADO, WS-MON-HALLADA)
             END-IF.

      *    TXNHIST is keyed by customer and date: the customer's
      *    range is read up to the business date. Pairs only, as in
      *    the day; active days are counted on each change of date
      *    inside the window.
           LEE-HISTORIA.
             MOVE 0 TO WS-HI-ULTIMA.
             MOVE 0 TO WS-HI-PARES.
             MOVE 0 TO WS-HI-IMPORTE.
             MOVE 0 TO WS-HI-DIAS.
             MOVE 0 TO WS-HI-FECHA-ANT.
             MOVE WS-HC-CUST(WS-HC-IDX) TO TXN-CUST-ID.
             MOVE 0 TO TXN-FECHA.
             MOVE 0 TO TXN-SECUENCIA.
             START TXN-HIST-FILE KEY NOT LESS THAN TXN-HIST-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-TXN-STATUS
               NOT INVALID KEY
                 MOVE "00" TO WS-TXN-STATUS
             END-START.
             PERFORM UNTIL WS-TXN-STATUS NOT = "00"
               READ TXN-HIST-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-TXN-STATUS
                 NOT AT END
                   IF TXN-CUST-ID = WS-HC-CUST(WS-HC-IDX)
                       AND TXN-FECHA < WS-FECHA-NEGOCIO
                     IF TXN-EVENTO = SPACES
                       PERFORM ACUMULA-HISTORIA
                     END-IF
                   ELSE
                     MOVE "10" TO WS-TXN-STATUS
                   END-IF
               END-READ
             END-PERFORM.

           ACUMULA-HISTORIA.
             MOVE TXN-FECHA TO WS-HI-ULTIMA.
             IF TXN-FECHA > WS-INICIO-VENTANA
               ADD 1 TO WS-HI-PARES
               IF TXN-SUMA < 0
                 SUBTRACT TXN-SUMA FROM WS-HI-IMPORTE
               ELSE
                 ADD TXN-SUMA TO WS-HI-IMPORTE
               END-IF
               IF TXN-FECHA NOT = WS-HI-FECHA-ANT
                 ADD 1 TO WS-HI-DIAS
                 MOVE TXN-FECHA TO WS-HI-FECHA-ANT
               END-IF
             END-IF.
             MOVE TXN-MONEDA TO WS-HI-MONEDA.
             IF WS-HI-MONEDA = "EUR"
               MOVE SPACES TO WS-HI-MONEDA
             END-IF.
             IF WS-HI-MONEDA NOT = SPACES
               PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-HC-MON-TOTAL(WS-HC-IDX)
                 IF WS-HC-MONEDA(WS-HC-IDX, WS-MON-IDX) = WS-HI-MONEDA
                   MOVE "Y" TO WS-HC-MON-VISTA(WS-HC-IDX, WS-MON-IDX)
                 END-IF
               END-PERFORM
             END-IF.

      *    Spikes need a baseline: a customer with no pairs in the
      *    window is judged on the dormancy rule alone. Scores are
      *    ten per times the average (PARES, IMPORTE), 50 plus five
      *    per month past the dormancy threshold (DORMIDO), 40 for
      *    a new currency (DIVISA) and 20 per pair just under the
      *    limit (UMBRAL), never above 99.
           EVALUA-CLIENTE.
             IF WS-HI-DIAS > 0
               PERFORM EVALUA-PARES
               PERFORM EVALUA-IMPORTE
             END-IF.
             IF WS-HI-ULTIMA NOT = 0
               PERFORM EVALUA-DORMIDO
             END-IF.
             PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                 UNTIL WS-MON-IDX > WS-HC-MON-TOTAL(WS-HC-IDX)
               IF WS-HC-MON-VISTA(WS-HC-IDX, WS-MON-IDX) = "N"
                 MOVE "DIVISA" TO WS-MOTIVO
                 MOVE 40 TO WS-PUNTOS
                 MOVE WS-HC-MON-PARES(WS-HC-IDX, WS-MON-IDX)
                     TO WS-OBSERVADO
                 MOVE 0 TO WS-REFERENCIA
                 MOVE WS-HC-MONEDA(WS-HC-IDX, WS-MON-IDX)
                     TO WS-MONEDA-ALERTA
                 ADD 1 TO WS-CM-DIVISA
                 PERFORM GRABA-REVISION
               END-IF
             END-PERFORM.
             IF WS-HC-UMBRAL(WS-HC-IDX) NOT < WS-MIN-UMBRAL
               MOVE "UMBRAL" TO WS-MOTIVO
               COMPUTE WS-PUNTOS-CALC = WS-HC-UMBRAL(WS-HC-IDX) * 20
               PERFORM TOPE-PUNTOS
               MOVE WS-HC-UMBRAL(WS-HC-IDX) TO WS-OBSERVADO
               MOVE WS-HC-LIMITE(WS-HC-IDX) TO WS-REFERENCIA
               MOVE SPACES TO WS-MONEDA-ALERTA
               ADD 1 TO WS-CM-UMBRAL
               PERFORM GRABA-REVISION
             END-IF.

           EVALUA-PARES.
             IF WS-HC-PARES(WS-HC-IDX) NOT < WS-MIN-PARES
                 AND WS-HC-PARES(WS-HC-IDX) * WS-HI-DIAS
                     NOT < WS-FACTOR-PARES * WS-HI-PARES
               MOVE "PARES" TO WS-MOTIVO
               COMPUTE WS-PUNTOS-CALC = WS-HC-PARES(WS-HC-IDX)
                   * WS-HI-DIAS * 10 / WS-HI-PARES
               PERFORM TOPE-PUNTOS
               MOVE WS-HC-PARES(WS-HC-IDX) TO WS-OBSERVADO
               COMPUTE WS-REFERENCIA ROUNDED =
                   WS-HI-PARES / WS-HI-DIAS
               MOVE SPACES TO WS-MONEDA-ALERTA
               ADD 1 TO WS-CM-PARES
               PERFORM GRABA-REVISION
             END-IF.

      *    A window of zero-amount pairs has no average to compare
      *    with: any amount over the floor then scores the top.
           EVALUA-IMPORTE.
             IF WS-HC-IMPORTE(WS-HC-IDX) NOT < WS-MIN-IMPORTE
                 AND WS-HC-IMPORTE(WS-HC-IDX) * WS-HI-DIAS
                     NOT < WS-FACTOR-IMPORTE * WS-HI-IMPORTE
               MOVE "IMPORTE" TO WS-MOTIVO
               IF WS-HI-IMPORTE = 0
                 MOVE 99 TO WS-PUNTOS
               ELSE
                 COMPUTE WS-PUNTOS-CALC = WS-HC-IMPORTE(WS-HC-IDX)
                     * WS-HI-DIAS * 10 / WS-HI-IMPORTE
                 PERFORM TOPE-PUNTOS
               END-IF
               MOVE WS-HC-IMPORTE(WS-HC-IDX) TO WS-OBSERVADO
               COMPUTE WS-REFERENCIA ROUNDED =
                   WS-HI-IMPORTE / WS-HI-DIAS
               MOVE SPACES TO WS-MONEDA-ALERTA
               ADD 1 TO WS-CM-IMPORTE
               PERFORM GRABA-REVISION
             END-IF.

           EVALUA-DORMIDO.
             MOVE WS-HI-ULTIMA TO WS-FECHA-DESDE.
             PERFORM CALCULA-MESES.
             IF WS-MESES NOT < WS-MESES-DORMIDO
               MOVE "DORMIDO" TO WS-MOTIVO
               COMPUTE WS-PUNTOS-CALC =
                   50 + (WS-MESES - WS-MESES-DORMIDO) * 5
               PERFORM TOPE-PUNTOS
               MOVE WS-MESES TO WS-OBSERVADO
               MOVE WS-HI-ULTIMA TO WS-REFERENCIA
               MOVE SPACES TO WS-MONEDA-ALERTA
               ADD 1 TO WS-CM-DORMIDO
               PERFORM GRABA-REVISION
             END-IF.

      *    A month counts once its day of the month has come round.
           CALCULA-MESES.
             COMPUTE WS-MESES =
                 (WS-HOY-ANIO * 12 + WS-HOY-MES)
                 - (WS-DESDE-ANIO * 12 + WS-DESDE-MES).
             IF WS-HOY-DIA < WS-DESDE-DIA
               SUBTRACT 1 FROM WS-MESES
             END-IF.

           TOPE-PUNTOS.
             IF WS-PUNTOS-CALC > 99
               MOVE 99 TO WS-PUNTOS
             ELSE
               IF WS-PUNTOS-CALC < 1
                 MOVE 1 TO WS-PUNTOS
               ELSE
                 MOVE WS-PUNTOS-CALC TO WS-PUNTOS
               END-IF
             END-IF.

           GRABA-REVISION.
             MOVE SPACES TO ACT-ALRT-REG.
             MOVE WS-FECHA-NEGOCIO TO ACTA-FECHA.
             ACCEPT ACTA-HORA FROM TIME.
             MOVE WS-HC-CUST(WS-HC-IDX) TO ACTA-CUST-ID.
             MOVE WS-MOTIVO TO ACTA-MOTIVO.
             MOVE WS-PUNTOS TO ACTA-PUNTOS.
             MOVE WS-OBSERVADO TO ACTA-OBSERVADO.
             MOVE WS-REFERENCIA TO ACTA-REFERENCIA.
             MOVE WS-MONEDA-ALERTA TO ACTA-MONEDA.
             MOVE "A" TO ACTA-ESTADO.
             MOVE 0 TO ACTA-FECHA-CIERRE.
             WRITE ACT-ALRT-REG.
             ADD 1 TO WS-ALERTAS.
             MOVE WS-OBSERVADO TO WS-EDIT-OBSERVADO.
             MOVE WS-REFERENCIA TO WS-EDIT-REFERENCIA.
             MOVE SPACES TO ACT-LINEA.
             STRING ACTA-MOTIVO " CLIENTE " ACTA-CUST-ID " PUNTOS "
                 ACTA-PUNTOS " HOY" WS-EDIT-OBSERVADO " REFERENCIA"
                 WS-EDIT-REFERENCIA " " ACTA-MONEDA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             IF WS-PUNTOS NOT < WS-PUNTOS-ALERTA
               ADD 1 TO WS-ALERTAS-OPER
               MOVE SPACES TO WS-ALERTA-TEXTO
               STRING "ACTIVIDAD INUSUAL " ACTA-CUST-ID " "
                   ACTA-MOTIVO " PUNTOS " ACTA-PUNTOS
                   DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
               PERFORM GRABA-ALERTA
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO ACT-LINEA.
             STRING "ACTIVIDAD INUSUAL - FECHA DE NEGOCIO "
                 WS-FECHA-NEGOCIO " - MEDIA DESDE " WS-INICIO-VENTANA
                 "  ENTORNO " WS-AMBIENTE
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE SPACES TO ACT-LINEA.
             STRING "MOTIVO, CLIENTE, PUNTOS, CIFRA DEL DIA Y"
                 " REFERENCIA DEL PROPIO CLIENTE"
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.

           IMPRIME-TOTALES.
             MOVE SPACES TO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-HC-TOTAL TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "CLIENTES CON ACTIVIDAD     " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-CM-PARES TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "PARES POR ENCIMA DE LA MEDIA" WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-CM-IMPORTE TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "IMPORTE POR ENCIMA         " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-CM-DORMIDO TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "DURMIENTES CON ACTIVIDAD   " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-CM-DIVISA TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "PRIMERA DIVISA NO EUR      " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-CM-UMBRAL TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "PARES BAJO EL LIMITE       " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             MOVE WS-ALERTAS-OPER TO WS-EDIT-CUENTA.
             MOVE SPACES TO ACT-LINEA.
             STRING "ALERTAS A OPERACIONES      " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO ACT-LINEA.
             WRITE ACT-LINEA.
             IF WS-SIN-MAESTRO = "Y"
               MOVE SPACES TO ACT-LINEA
               STRING "SIN MAESTRO DE CLIENTES: UMBRAL DEL LIMITE NO"
                   " VIGILADO" DELIMITED BY SIZE INTO ACT-LINEA
               WRITE ACT-LINEA
             END-IF.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "ACTMON" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE WS-ALERTA-TEXTO TO ALRT-DETALLE.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

           GRABA-AUDITORIA.
             MOVE "ACTMON" TO AUDIT-PROGRAMA.
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
             MOVE "ACTALRT" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "ACTALRT" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "ACTALRT" TO WS-LOCK-RECURSO.
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
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "ACTPARM.DAT" TO WS-ARCH-ACTPARM.
             CALL "ENVNAME" USING WS-ARCH-ACTPARM WS-AMBIENTE.
             MOVE "ACTALRT.DAT" TO WS-ARCH-ACTALRT.
             CALL "ENVNAME" USING WS-ARCH-ACTALRT WS-AMBIENTE.
             MOVE "ACTMON.DAT" TO WS-ARCH-ACTRPT.
             CALL "ENVNAME" USING WS-ARCH-ACTRPT WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM ACTMON.
