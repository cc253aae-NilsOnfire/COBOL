      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly dormancy run. For every activo customer in
      *          the master it finds the last ledger date in
      *          TXNHIST.DAT (the alta date when there is none, or the
      *          reactivation date when later) and, once that is
      *          DORMPARM.DAT's notice months old (default 24), sends
      *          a first notice in DUNCARTA's mailing format to
      *          DORMCART.DAT. A customer still without activity the
      *          grace months after the notice (default 3) is made
      *          dormant: CUST-ESTADO "D", journaled through CUSTJRNL,
      *          which stops standing charges, the month-end
      *          statement, the exports and new VARSDESK pairs until
      *          CUSTMAINT reactivates it. Activity after a notice
      *          withdraws it. DORMREG.DAT keeps each customer's place
      *          in the lifecycle and notices the reactivations, and
      *          DORMRPT.DAT reports the run by segment. Run as a
      *          NIGHTRUN step on the first business day of the
      *          month, ahead of STNDRUN. Customers are taken in
      *          postal-code order (CUST-ID within a code), so
      *          DORMCART.DAT goes to the mailroom already sorted for
      *          the bulk-mail rate.
      *          A customer whose address came back undeliverable
      *          (CUST-DIR-INVALIDA, keyed through CORRDEV) is not
      *          sent the notice: it is listed in the held-mail
      *          register CORRRET.DAT instead, and as no notice
      *          reached the customer the grace months do not start
      *          until CUSTMAINT corrects the address and a later
      *          run sends it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
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
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL DORM-REG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DORMREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL DORM-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DORMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DORM-CARTA-FILE ASSIGN TO DYNAMIC WS-ARCH-DORMCART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.
           SELECT DORM-REPORT ASSIGN TO DYNAMIC WS-ARCH-DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CPOS-ORD-WORK ASSIGN TO DYNAMIC WS-ARCH-DORMORDTMP.
           SELECT CORR-RET-FILE ASSIGN TO DYNAMIC WS-ARCH-CORRRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  DORM-REG-FILE.
           COPY "DORMREG.cpy".

       FD  DORM-PARM-FILE.
       01  DORM-PARM-REG.
           05  DORM-PARM-MESES-AVISO  PIC 9(3).
           05  DORM-PARM-MESES-GRACIA PIC 9(3).

       FD  DORM-CARTA-FILE.
       01  DORM-LINEA PIC X(100).

       SD  CPOS-ORD-WORK.
           COPY "CPOSORD.cpy".

       FD  DORM-REPORT.
       01  DORM-RPT-LINEA PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  CORR-RET-FILE.
           COPY "CORRRET.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-DORMREG PIC X(30).
       01  WS-ARCH-DORMPARM PIC X(30).
       01  WS-ARCH-DORMCART PIC X(30).
       01  WS-ARCH-DORMORDTMP PIC X(30).
       01  WS-ORD-FIN PIC X VALUE "N".
       01  WS-ARCH-DORMRPT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-CORRRET PIC X(30).
       01  WS-CRET-STATUS PIC XX.
       01  WS-TOT-RETENIDOS PIC 9(6) VALUE 0.
       01  WS-CUST-STATUS PIC XX.
       01  WS-TXN-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-CARTA-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "DORMANT".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-SIN-HUECO PIC X VALUE "N".
       01  WS-MESES-AVISO PIC 9(3) VALUE 24.
       01  WS-MESES-GRACIA PIC 9(3) VALUE 3.
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
       01  WS-CLIENTE PIC 9(6).
       01  WS-CLIENTE-MOSTRAR PIC 9(6).
       01  WS-ULT-MOV PIC 9(8).
       01  WS-ALTA PIC 9(8).
       01  WS-REFERENCIA PIC 9(8).
      *    The register in memory; WS-REG-VIVO "N" drops the entry
      *    when the register is rewritten.
       01  WS-REGISTRO.
           05  WS-REG-ENTRY OCCURS 5000.
               10  WS-REG-CUST-ID PIC 9(6).
               10  WS-REG-ESTADO  PIC X.
               10  WS-REG-FECHA   PIC 9(8).
               10  WS-REG-ULT-MOV PIC 9(8).
               10  WS-REG-VIVO    PIC X.
       01  WS-REG-TOTAL PIC 9(4) VALUE 0.
       01  WS-REG-IDX PIC 9(4).
       01  WS-REG-HALLADO PIC 9(4).
       01  WS-REG-DESBORDADO PIC X VALUE "N".
      *    Run totals by segment; the last entry takes any segment
      *    past the table.
       01  WS-SEGMENTOS.
           05  WS-SEG-ENTRY OCCURS 20.
               10  WS-SEG-CODIGO      PIC X(3).
               10  WS-SEG-REVISADOS   PIC 9(6).
               10  WS-SEG-AVISADOS    PIC 9(6).
               10  WS-SEG-NUEVOS      PIC 9(6).
               10  WS-SEG-DURMIENTES  PIC 9(6).
               10  WS-SEG-REACTIVADOS PIC 9(6).
               10  WS-SEG-RETIRADOS   PIC 9(6).
       01  WS-SEG-TOTAL PIC 99 VALUE 0.
       01  WS-SEG-IDX PIC 99.
       01  WS-SEG-ACTUAL PIC 99.
       01  WS-TOT-REVISADOS PIC 9(6) VALUE 0.
       01  WS-TOT-AVISADOS PIC 9(6) VALUE 0.
       01  WS-TOT-NUEVOS PIC 9(6) VALUE 0.
       01  WS-TOT-DURMIENTES PIC 9(6) VALUE 0.
       01  WS-TOT-REACTIVADOS PIC 9(6) VALUE 0.
       01  WS-TOT-RETIRADOS PIC 9(6) VALUE 0.
       01  WS-DETALLE PIC X(40).
       01  WS-OPERADOR-ID PIC X(10) VALUE "DORMANT".
       01  WS-JRN-ACCION PIC X(6) VALUE "ESTADO".
       01  WS-JRN-APROBADOR PIC X(10) VALUE SPACES.
       01  WS-JRN-CUST-ID PIC 9(6).
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-NOMBRE     PIC X(15).
           05  WS-ANT-APELLIDOS  PIC X(20).
           05  WS-ANT-FECHA-NAC  PIC 9(8).
           05  WS-ANT-ESTADO     PIC X.
           05  WS-ANT-CALLE      PIC X(25).
           05  WS-ANT-CIUDAD     PIC X(15).
           05  WS-ANT-CODPOSTAL  PIC X(8).
           05  WS-ANT-TELEFONO   PIC X(12).
           05  WS-ANT-SEGMENTO   PIC X(3).
           05  WS-ANT-LIMITE     PIC S9(9)V99.
           05  WS-ANT-EMAIL      PIC X(40).
           05  WS-ANT-ENTREGA    PIC X.
           05  WS-ANT-PADRE      PIC 9(6).
           05  WS-ANT-HR-ID      PIC X(10).
           05  WS-ANT-MONEDA     PIC X(3).
           05  WS-ANT-DIR-INVALIDA PIC X.
           05  WS-ANT-DIR-FECHA PIC 9(8).
           05  WS-ANT-DIR-MOTIVO PIC X(9).
           05  WS-ANT-CICLO       PIC 99.
       01  WS-IMAGEN-DESPUES.
           05  WS-NUE-NOMBRE     PIC X(15).
           05  WS-NUE-APELLIDOS  PIC X(20).
           05  WS-NUE-FECHA-NAC  PIC 9(8).
           05  WS-NUE-ESTADO     PIC X.
           05  WS-NUE-CALLE      PIC X(25).
           05  WS-NUE-CIUDAD     PIC X(15).
           05  WS-NUE-CODPOSTAL  PIC X(8).
           05  WS-NUE-TELEFONO   PIC X(12).
           05  WS-NUE-SEGMENTO   PIC X(3).
           05  WS-NUE-LIMITE     PIC S9(9)V99.
           05  WS-NUE-EMAIL      PIC X(40).
           05  WS-NUE-ENTREGA    PIC X.
           05  WS-NUE-PADRE      PIC 9(6).
           05  WS-NUE-HR-ID      PIC X(10).
           05  WS-NUE-MONEDA     PIC X(3).
           05  WS-NUE-DIR-INVALIDA PIC X.
           05  WS-NUE-DIR-FECHA PIC 9(8).
           05  WS-NUE-DIR-MOTIVO PIC X(9).
           05  WS-NUE-CICLO       PIC 99.
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
           DISPLAY "=== INACTIVIDAD: AVISO A " WS-MESES-AVISO
               " MESES, DURMIENTE " WS-MESES-GRACIA
               " MESES DESPUES ===".
      *    Without the ledger history every customer would look
      *    inactive: the run does nothing rather than mail them all.
           OPEN INPUT TXN-HIST-FILE.
           IF WS-TXN-STATUS NOT = "00"
             IF WS-TXN-STATUS = "05"
               CLOSE TXN-HIST-FILE
             END-IF
             DISPLAY "*** SIN HISTORIA DE MOVIMIENTOS (TXNHIST.DAT):"
                 " NO SE EVALUA LA INACTIVIDAD. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "TXNHIST.DAT NO DISPONIBLE" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CARGA-REGISTRO.
           IF WS-REG-DESBORDADO = "Y"
             CLOSE TXN-HIST-FILE
             DISPLAY "*** MAS DE 5000 CLIENTES EN DORMREG.DAT: AMPLIE"
                 " WS-REGISTRO. NO SE PROCESA. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "DORMREG: TABLA DESBORDADA" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DORM-CARTA-FILE.
           OPEN OUTPUT DORM-REPORT.
           IF WS-CARTA-STATUS NOT = "00" OR WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR DORMCART.DAT O"
                 " DORMRPT.DAT ***"
             MOVE "Y" TO WS-HUBO-ERROR
           ELSE
             PERFORM IMPRIME-CABECERA
             PERFORM RECORRE-CLIENTES
             PERFORM IMPRIME-SEGMENTOS
             CLOSE DORM-CARTA-FILE
             CLOSE DORM-REPORT
             PERFORM REESCRIBE-REGISTRO
           END-IF.
           CLOSE TXN-HIST-FILE.
           DISPLAY "CLIENTES ACTIVOS REVISADOS : " WS-TOT-REVISADOS.
           DISPLAY "PRIMEROS AVISOS ENVIADOS   : " WS-TOT-AVISADOS.
           DISPLAY "PASADOS A DURMIENTE        : " WS-TOT-NUEVOS.
           DISPLAY "DURMIENTES EN TOTAL        : " WS-TOT-DURMIENTES.
           DISPLAY "REACTIVADOS                : " WS-TOT-REACTIVADOS.
           DISPLAY "AVISOS RETIRADOS           : " WS-TOT-RETIRADOS.
           DISPLAY "AVISOS RETENIDOS (CORREO)  : " WS-TOT-RETENIDOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             STRING "AVISOS " WS-TOT-AVISADOS " DURMIENTES "
                 WS-TOT-NUEVOS " REACTIVADOS " WS-TOT-REACTIVADOS
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-SIN-HUECO = "Y"
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT DORM-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ DORM-PARM-FILE
                 NOT AT END
                   IF DORM-PARM-MESES-AVISO IS NUMERIC
                       AND DORM-PARM-MESES-AVISO > 0
                     MOVE DORM-PARM-MESES-AVISO TO WS-MESES-AVISO
                   END-IF
                   IF DORM-PARM-MESES-GRACIA IS NUMERIC
                       AND DORM-PARM-MESES-GRACIA > 0
                     MOVE DORM-PARM-MESES-GRACIA TO WS-MESES-GRACIA
                   END-IF
               END-READ
               CLOSE DORM-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE DORM-PARM-FILE
               END-IF
             END-IF.

           CARGA-REGISTRO.
             OPEN INPUT DORM-REG-FILE.
             IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-REG-STATUS = "10"
                 READ DORM-REG-FILE
                   AT END
                     MOVE "10" TO WS-REG-STATUS
                   NOT AT END
                     IF WS-REG-TOTAL < 5000
                       ADD 1 TO WS-REG-TOTAL
                       MOVE DORM-CUST-ID
                           TO WS-REG-CUST-ID(WS-REG-TOTAL)
                       MOVE DORM-ESTADO TO WS-REG-ESTADO(WS-REG-TOTAL)
                       MOVE DORM-FECHA TO WS-REG-FECHA(WS-REG-TOTAL)
                       MOVE DORM-ULT-MOV
                           TO WS-REG-ULT-MOV(WS-REG-TOTAL)
                       MOVE "N" TO WS-REG-VIVO(WS-REG-TOTAL)
                     ELSE
                       MOVE "Y" TO WS-REG-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DORM-REG-FILE
             ELSE
               IF WS-REG-STATUS = "05"
                 CLOSE DORM-REG-FILE
               END-IF
             END-IF.

           RECORRE-CLIENTES.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               SORT CPOS-ORD-WORK
                   ON ASCENDING KEY CPOS-ORD-CODPOSTAL
                   ON ASCENDING KEY CPOS-ORD-CUST-ID
                   INPUT PROCEDURE IS ORDENA-POR-CODPOSTAL
                   OUTPUT PROCEDURE IS CLIENTES-EN-ORDEN
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    The notices go to the mailroom in postal-code order for
      *    the bulk-mail rate: the master is sorted on the code and
      *    each customer read back by key before it is treated.
           ORDENA-POR-CODPOSTAL.
             PERFORM UNTIL WS-CUST-STATUS = "10"
               READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                   MOVE "10" TO WS-CUST-STATUS
                 NOT AT END
                   MOVE CUST-CODPOSTAL TO CPOS-ORD-CODPOSTAL
                   MOVE CUST-ID TO CPOS-ORD-CUST-ID
                   RELEASE CPOS-ORD-REG
               END-READ
             END-PERFORM.

      *    A failed update or notice stops the run after the
      *    customer it happened on, as it always has.
           CLIENTES-EN-ORDEN.
             MOVE "N" TO WS-ORD-FIN.
             MOVE "00" TO WS-CUST-STATUS.
             PERFORM UNTIL WS-ORD-FIN = "Y" OR WS-CUST-STATUS = "10"
               RETURN CPOS-ORD-WORK
                 AT END
                   MOVE "Y" TO WS-ORD-FIN
                 NOT AT END
                   MOVE CPOS-ORD-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       PERFORM TRATA-CLIENTE
                   END-READ
               END-RETURN
             END-PERFORM.

      *    Only activo and dormant customers stay in the lifecycle;
      *    any other estado takes the customer out of the register.
           TRATA-CLIENTE.
             MOVE CUST-ID TO WS-CLIENTE.
             PERFORM BUSCA-REGISTRO.
             PERFORM BUSCA-SEGMENTO.
             EVALUATE TRUE
               WHEN CUST-ESTADO = "D"
                 ADD 1 TO WS-SEG-DURMIENTES(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-DURMIENTES
                 IF WS-REG-HALLADO > 0
                   MOVE "Y" TO WS-REG-VIVO(WS-REG-HALLADO)
                 END-IF
               WHEN CUST-ESTADO = "A" OR CUST-ESTADO = SPACE
                 IF WS-REG-HALLADO > 0
                   MOVE "Y" TO WS-REG-VIVO(WS-REG-HALLADO)
                 END-IF
                 PERFORM TRATA-ACTIVO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

      *    A dormant entry on an activo customer means CUSTMAINT
      *    reactivated it since the last run: inactivity counts
      *    again from today. Activity after a notice withdraws it;
      *    a notice left unanswered for the grace months makes the
      *    customer dormant.
           TRATA-ACTIVO.
             ADD 1 TO WS-SEG-REVISADOS(WS-SEG-ACTUAL).
             ADD 1 TO WS-TOT-REVISADOS.
             PERFORM ULTIMO-MOVIMIENTO.
             IF WS-REG-HALLADO > 0
               IF WS-REG-ESTADO(WS-REG-HALLADO) = "D"
                 MOVE "R" TO WS-REG-ESTADO(WS-REG-HALLADO)
                 MOVE WS-FECHA-NEGOCIO TO WS-REG-FECHA(WS-REG-HALLADO)
                 MOVE WS-ULT-MOV TO WS-REG-ULT-MOV(WS-REG-HALLADO)
                 ADD 1 TO WS-SEG-REACTIVADOS(WS-SEG-ACTUAL)
                 ADD 1 TO WS-TOT-REACTIVADOS
                 MOVE "REACTIVADO EN CUSTMAINT" TO WS-DETALLE
                 PERFORM IMPRIME-DETALLE
               END-IF
             END-IF.
             IF WS-REG-HALLADO > 0
               IF WS-REG-ESTADO(WS-REG-HALLADO) = "N"
                 IF WS-ULT-MOV > WS-REG-ULT-MOV(WS-REG-HALLADO)
                   MOVE "N" TO WS-REG-VIVO(WS-REG-HALLADO)
                   ADD 1 TO WS-SEG-RETIRADOS(WS-SEG-ACTUAL)
                   ADD 1 TO WS-TOT-RETIRADOS
                   MOVE "MOVIMIENTO TRAS EL AVISO: SE RETIRA"
                       TO WS-DETALLE
                   PERFORM IMPRIME-DETALLE
                 ELSE
                   MOVE WS-REG-FECHA(WS-REG-HALLADO) TO WS-FECHA-DESDE
                   PERFORM CALCULA-MESES
                   IF WS-MESES NOT < WS-MESES-GRACIA
                     PERFORM PASA-A-DURMIENTE
                   END-IF
                 END-IF
               ELSE
                 IF WS-ULT-MOV > WS-REG-FECHA(WS-REG-HALLADO)
                   MOVE "N" TO WS-REG-VIVO(WS-REG-HALLADO)
                 END-IF
                 PERFORM JUZGA-AVISO
               END-IF
             ELSE
               PERFORM JUZGA-AVISO
             END-IF.

           JUZGA-AVISO.
             MOVE CUST-FECHA TO WS-ALTA.
             MOVE WS-ULT-MOV TO WS-REFERENCIA.
             IF WS-ALTA > WS-REFERENCIA
               MOVE WS-ALTA TO WS-REFERENCIA
             END-IF.
             IF WS-REG-HALLADO > 0
               IF WS-REG-ESTADO(WS-REG-HALLADO) = "R"
                   AND WS-REG-FECHA(WS-REG-HALLADO) > WS-REFERENCIA
                 MOVE WS-REG-FECHA(WS-REG-HALLADO) TO WS-REFERENCIA
               END-IF
             END-IF.
             IF WS-REFERENCIA NOT = 0
               MOVE WS-REFERENCIA TO WS-FECHA-DESDE
               PERFORM CALCULA-MESES
               IF WS-MESES NOT < WS-MESES-AVISO
                 IF CUST-DIR-INVALIDA = "Y"
                   PERFORM RETIENE-AVISO
                 ELSE
                   PERFORM ENVIA-AVISO
                 END-IF
               END-IF
             END-IF.

      *    TXNHIST is keyed by customer and date: the last record of
      *    the customer's range carries the latest ledger date. A
      *    reversal only cancels an earlier entry and is not
      *    activity of its own.
           ULTIMO-MOVIMIENTO.
             MOVE 0 TO WS-ULT-MOV.
             MOVE WS-CLIENTE TO TXN-CUST-ID.
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
                   IF TXN-CUST-ID = WS-CLIENTE
                     IF TXN-EVENTO NOT = "REVERSO"
                       MOVE TXN-FECHA TO WS-ULT-MOV
                     END-IF
                   ELSE
                     MOVE "10" TO WS-TXN-STATUS
                   END-IF
               END-READ
             END-PERFORM.

      *    A month counts once its day of the month has come round.
           CALCULA-MESES.
             COMPUTE WS-MESES =
                 (WS-HOY-ANIO * 12 + WS-HOY-MES)
                 - (WS-DESDE-ANIO * 12 + WS-DESDE-MES).
             IF WS-HOY-DIA < WS-DESDE-DIA
               SUBTRACT 1 FROM WS-MESES
             END-IF.

           ENVIA-AVISO.
             IF WS-REG-HALLADO = 0
               IF WS-REG-TOTAL < 5000
                 ADD 1 TO WS-REG-TOTAL
                 MOVE WS-REG-TOTAL TO WS-REG-HALLADO
                 MOVE WS-CLIENTE TO WS-REG-CUST-ID(WS-REG-HALLADO)
                 MOVE "Y" TO WS-REG-VIVO(WS-REG-HALLADO)
               ELSE
                 DISPLAY "*** AVISO: DORMREG.DAT LLENO; EL CLIENTE "
                     WS-CLIENTE " SE AVISARA EN OTRA EJECUCION. ***"
                 MOVE "Y" TO WS-SIN-HUECO
               END-IF
             END-IF.
             IF WS-REG-HALLADO > 0
               MOVE "N" TO WS-REG-ESTADO(WS-REG-HALLADO)
               MOVE "Y" TO WS-REG-VIVO(WS-REG-HALLADO)
               MOVE WS-FECHA-NEGOCIO TO WS-REG-FECHA(WS-REG-HALLADO)
               MOVE WS-ULT-MOV TO WS-REG-ULT-MOV(WS-REG-HALLADO)
               PERFORM ESCRIBE-CARTA
               ADD 1 TO WS-SEG-AVISADOS(WS-SEG-ACTUAL)
               ADD 1 TO WS-TOT-AVISADOS
               MOVE "PRIMER AVISO DE INACTIVIDAD" TO WS-DETALLE
               PERFORM IMPRIME-DETALLE
             END-IF.

      *    The notice is what starts the grace months, so one the
      *    customer cannot receive is not registered: it is held in
      *    CORRRET.DAT and comes up again on the next run.
           RETIENE-AVISO.
             MOVE WS-FECHA-NEGOCIO TO CRET-FECHA.
             MOVE "DORMANT" TO CRET-PROGRAMA.
             MOVE "D" TO CRET-TIPO.
             MOVE 1 TO CRET-NIVEL.
             MOVE CUST-ID TO CRET-CUST-ID.
             MOVE CUST-NOMBRE TO CRET-NOMBRE.
             MOVE CUST-APELLIDOS TO CRET-APELLIDOS.
             MOVE CUST-CALLE TO CRET-CALLE.
             MOVE CUST-CIUDAD TO CRET-CIUDAD.
             MOVE CUST-CODPOSTAL TO CRET-CODPOSTAL.
             MOVE CUST-DIR-FECHA TO CRET-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO CRET-DIR-MOTIVO.
             MOVE "N" TO CRET-ELECTRONICO.
             OPEN EXTEND CORR-RET-FILE.
             IF WS-CRET-STATUS = "35"
               OPEN OUTPUT CORR-RET-FILE
             END-IF.
             WRITE CORR-RET-REG.
             CLOSE CORR-RET-FILE.
             ADD 1 TO WS-TOT-RETENIDOS.
             MOVE "AVISO RETENIDO: DIRECCION DEVUELTA" TO WS-DETALLE.
             PERFORM IMPRIME-DETALLE.

           PASA-A-DURMIENTE.
             PERFORM GUARDA-IMAGEN-ANTES.
             MOVE "D" TO CUST-ESTADO.
             REWRITE CUST-MASTER-REC.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR ACTUALIZANDO EL CLIENTE " CUST-ID
                   " (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
               MOVE "10" TO WS-CUST-STATUS
             ELSE
               PERFORM GRABA-DIARIO-CAMBIO
               MOVE "D" TO WS-REG-ESTADO(WS-REG-HALLADO)
               MOVE WS-FECHA-NEGOCIO TO WS-REG-FECHA(WS-REG-HALLADO)
               ADD 1 TO WS-SEG-NUEVOS(WS-SEG-ACTUAL)
               ADD 1 TO WS-TOT-NUEVOS
               ADD 1 TO WS-SEG-DURMIENTES(WS-SEG-ACTUAL)
               ADD 1 TO WS-TOT-DURMIENTES
               MOVE "AVISO SIN RESPUESTA: PASA A DURMIENTE"
                   TO WS-DETALLE
               PERFORM IMPRIME-DETALLE
             END-IF.

           GUARDA-IMAGEN-ANTES.
             MOVE CUST-NOMBRE TO WS-ANT-NOMBRE.
             MOVE CUST-APELLIDOS TO WS-ANT-APELLIDOS.
             MOVE CUST-FECHA-NAC TO WS-ANT-FECHA-NAC.
             MOVE CUST-ESTADO TO WS-ANT-ESTADO.
             MOVE CUST-CALLE TO WS-ANT-CALLE.
             MOVE CUST-CIUDAD TO WS-ANT-CIUDAD.
             MOVE CUST-CODPOSTAL TO WS-ANT-CODPOSTAL.
             MOVE CUST-TELEFONO TO WS-ANT-TELEFONO.
             MOVE CUST-SEGMENTO TO WS-ANT-SEGMENTO.
             MOVE CUST-LIMITE TO WS-ANT-LIMITE.
             MOVE CUST-EMAIL TO WS-ANT-EMAIL.
             MOVE CUST-ENTREGA TO WS-ANT-ENTREGA.
             MOVE CUST-PADRE TO WS-ANT-PADRE.
             MOVE CUST-HR-ID TO WS-ANT-HR-ID.
             MOVE CUST-MONEDA TO WS-ANT-MONEDA.
             MOVE CUST-DIR-INVALIDA TO WS-ANT-DIR-INVALIDA.
             MOVE CUST-DIR-FECHA TO WS-ANT-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO WS-ANT-DIR-MOTIVO.
             MOVE CUST-CICLO TO WS-ANT-CICLO.

           GRABA-DIARIO-CAMBIO.
             MOVE CUST-ID TO WS-JRN-CUST-ID.
             MOVE WS-IMAGEN-ANTES TO WS-IMAGEN-DESPUES.
             MOVE CUST-ESTADO TO WS-NUE-ESTADO.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "CUSTJRNL" USING WS-JRN-CUST-ID WS-JRN-ACCION
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                 WS-JRN-APROBADOR.
             IF RETURN-CODE = 16
               DISPLAY "*** " MSG-018 " (CLIENTE " WS-JRN-CUST-ID
                   ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             MOVE WS-RC-PREVIO TO RETURN-CODE.

           BUSCA-REGISTRO.
             MOVE 0 TO WS-REG-HALLADO.
             PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                 UNTIL WS-REG-IDX > WS-REG-TOTAL
                     OR WS-REG-HALLADO > 0
               IF WS-REG-CUST-ID(WS-REG-IDX) = WS-CLIENTE
                 MOVE WS-REG-IDX TO WS-REG-HALLADO
               END-IF
             END-PERFORM.

           BUSCA-SEGMENTO.
             MOVE 0 TO WS-SEG-ACTUAL.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-TOTAL
                     OR WS-SEG-ACTUAL > 0
               IF WS-SEG-CODIGO(WS-SEG-IDX) = CUST-SEGMENTO
                 MOVE WS-SEG-IDX TO WS-SEG-ACTUAL
               END-IF
             END-PERFORM.
             IF WS-SEG-ACTUAL = 0
               IF WS-SEG-TOTAL < 20
                 ADD 1 TO WS-SEG-TOTAL
                 MOVE WS-SEG-TOTAL TO WS-SEG-ACTUAL
                 INITIALIZE WS-SEG-ENTRY(WS-SEG-ACTUAL)
                 MOVE CUST-SEGMENTO TO WS-SEG-CODIGO(WS-SEG-ACTUAL)
               ELSE
                 MOVE 20 TO WS-SEG-ACTUAL
                 MOVE "***" TO WS-SEG-CODIGO(WS-SEG-ACTUAL)
               END-IF
             END-IF.

      *    The same mailing lines DUNNING writes to DUNCARTA.DAT, so
      *    the mailroom handles both the same way.
           ESCRIBE-CARTA.
             MOVE SPACES TO DORM-LINEA.
             STRING "=============== AVISO DE INACTIVIDAD "
                 "===============" DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE CUST-ID TO WS-CLIENTE-MOSTRAR.
             MOVE SPACES TO DORM-LINEA.
             STRING "CLIENTE: " WS-CLIENTE-MOSTRAR
                 DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             STRING CUST-NOMBRE " " CUST-APELLIDOS
                 DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             MOVE CUST-CALLE TO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             STRING CUST-CODPOSTAL " " CUST-CIUDAD
                 DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             STRING "SU CUENTA NO REGISTRA MOVIMIENTOS DESDE EL "
                 WS-REFERENCIA "." DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             STRING "SIN MOVIMIENTOS EN LOS PROXIMOS " WS-MESES-GRACIA
                 " MESES PASARA A CUENTA DURMIENTE."
                 DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             STRING "FECHA: " WS-FECHA-NEGOCIO "  AVISO: 1"
                 DELIMITED BY SIZE INTO DORM-LINEA.
             WRITE DORM-LINEA.
             MOVE SPACES TO DORM-LINEA.
             WRITE DORM-LINEA.
             IF WS-CARTA-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO DORMCART.DAT (STATUS "
                   WS-CARTA-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
               MOVE "10" TO WS-CUST-STATUS
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO DORM-RPT-LINEA.
             STRING "INACTIVIDAD DE CLIENTES - FECHA " WS-FECHA-NEGOCIO
                 " - AVISO A " WS-MESES-AVISO " MESES, GRACIA "
                 WS-MESES-GRACIA " MESES"
                 DELIMITED BY SIZE INTO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.
             MOVE SPACES TO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.

           IMPRIME-DETALLE.
             MOVE CUST-ID TO WS-CLIENTE-MOSTRAR.
             MOVE SPACES TO DORM-RPT-LINEA.
             STRING "CLIENTE " WS-CLIENTE-MOSTRAR " SEGMENTO "
                 CUST-SEGMENTO " ULT. MOV. " WS-ULT-MOV " "
                 WS-DETALLE DELIMITED BY SIZE INTO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.

           IMPRIME-SEGMENTOS.
             MOVE SPACES TO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.
             MOVE "--- POR SEGMENTO ---" TO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.
             MOVE SPACES TO DORM-RPT-LINEA.
             STRING "SEG  REVISADOS AVISADOS NUEVOS-D DURMIENT"
                 " REACTIV. RETIRADOS"
                 DELIMITED BY SIZE INTO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-TOTAL
               MOVE SPACES TO DORM-RPT-LINEA
               STRING WS-SEG-CODIGO(WS-SEG-IDX) "  "
                   WS-SEG-REVISADOS(WS-SEG-IDX) "    "
                   WS-SEG-AVISADOS(WS-SEG-IDX) "   "
                   WS-SEG-NUEVOS(WS-SEG-IDX) "   "
                   WS-SEG-DURMIENTES(WS-SEG-IDX) "   "
                   WS-SEG-REACTIVADOS(WS-SEG-IDX) "   "
                   WS-SEG-RETIRADOS(WS-SEG-IDX)
                   DELIMITED BY SIZE INTO DORM-RPT-LINEA
               WRITE DORM-RPT-LINEA
             END-PERFORM.
             MOVE SPACES TO DORM-RPT-LINEA.
             STRING "TOT  " WS-TOT-REVISADOS "    "
                 WS-TOT-AVISADOS "   " WS-TOT-NUEVOS "   "
                 WS-TOT-DURMIENTES "   " WS-TOT-REACTIVADOS "   "
                 WS-TOT-RETIRADOS
                 DELIMITED BY SIZE INTO DORM-RPT-LINEA.
             WRITE DORM-RPT-LINEA.

      *    Only the entries still in the lifecycle are kept; a run
      *    that failed part way leaves the register as it found it.
           REESCRIBE-REGISTRO.
             IF WS-HUBO-ERROR = "N"
               OPEN OUTPUT DORM-REG-FILE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-TOTAL
                 IF WS-REG-VIVO(WS-REG-IDX) = "Y"
                   MOVE WS-REG-CUST-ID(WS-REG-IDX) TO DORM-CUST-ID
                   MOVE WS-REG-ESTADO(WS-REG-IDX) TO DORM-ESTADO
                   MOVE WS-REG-FECHA(WS-REG-IDX) TO DORM-FECHA
                   MOVE WS-REG-ULT-MOV(WS-REG-IDX) TO DORM-ULT-MOV
                   WRITE DORM-REG
                 END-IF
               END-PERFORM
               CLOSE DORM-REG-FILE
             END-IF.

           GRABA-AUDITORIA.
             MOVE "DORMANT" TO AUDIT-PROGRAMA.
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
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "DORMREG.DAT" TO WS-ARCH-DORMREG.
             CALL "ENVNAME" USING WS-ARCH-DORMREG WS-AMBIENTE.
             MOVE "DORMPARM.DAT" TO WS-ARCH-DORMPARM.
             CALL "ENVNAME" USING WS-ARCH-DORMPARM WS-AMBIENTE.
             MOVE "DORMCART.DAT" TO WS-ARCH-DORMCART.
             CALL "ENVNAME" USING WS-ARCH-DORMCART WS-AMBIENTE.
             MOVE "DORMORD.TMP" TO WS-ARCH-DORMORDTMP.
             CALL "ENVNAME" USING WS-ARCH-DORMORDTMP WS-AMBIENTE.
             MOVE "DORMRPT.DAT" TO WS-ARCH-DORMRPT.
             CALL "ENVNAME" USING WS-ARCH-DORMRPT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "CORRRET.DAT" TO WS-ARCH-CORRRET.
             CALL "ENVNAME" USING WS-ARCH-CORRRET WS-AMBIENTE.

       END PROGRAM DORMANT.
