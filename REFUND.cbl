      ******************************************************************
      * Author:
      * Date:
      * Purpose: Refund run for customer credit balances. CASHAPP
      *          posts over-payments and leaves the credit position
      *          to the supervisor; this is where the supervisor
      *          settles it. Requires a SUP or ADM sign-on through
      *          OPERAUTH (RATEAPPR-style), lists every CUSTBAL.DAT
      *          credit balance at or above the REFPARM.DAT threshold
      *          (net of today's unposted VARSLOG records, so a
      *          second run before BALPOST never offers the same
      *          credit twice), and takes an approve/reject decision
      *          per customer. Each approved refund posts a DEBIT
      *          ledger record into the day's VARSLOG generation
      *          through the normal BALPOST path (CASHAPP's
      *          discipline, claimed in CTLTOTAL.DAT) and one PAGO
      *          instruction to REFPAGO.DAT for treasury, framed with
      *          header/trailer controls and released behind the
      *          REFPAGO.RDY pickup trigger FEEDCHK watches. A
      *          trigger still on disk means treasury has not taken
      *          the last batch: the run refuses rather than
      *          overwrite instructions already posted to the ledger.
      *          A run stopped by an error part-way releases the
      *          instructions it had already written the same way.
      *          A customer whose address came back undeliverable
      *          (CUST-DIR-INVALIDA, keyed through CORRDEV) is shown
      *          with a warning before the decision: a payment sent
      *          to that address would not arrive. A customer
      *          anonymised on an erasure request is never offered:
      *          the credit is reported for manual handling.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL GDG-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VARSLOGGDGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-PARM-STATUS.
           SELECT OPTIONAL REF-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-REFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REF-PAGO-FILE ASSIGN TO DYNAMIC WS-ARCH-REFPAGO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGO-STATUS.
           SELECT OPTIONAL REF-SEQ-FILE ASSIGN TO DYNAMIC
               WS-ARCH-REFPSEQN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQN-STATUS.
           SELECT OPTIONAL FEED-TRIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TRIGGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIG-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

      *One record: the smallest credit balance worth a refund
      *(smaller credits stay on account against future activity).
       FD  REF-PARM-FILE.
       01  REF-PARM-REG.
           05  REF-PARM-UMBRAL PIC 9(7)V99.

       FD  REF-PAGO-FILE.
           COPY "REFPAGO.cpy".

       FD  REF-SEQ-FILE.
       01  REF-SEQ-REG PIC 9(6).

       FD  FEED-TRIG-FILE.
           COPY "FEEDTRIG.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-REFPARM PIC X(30).
       01  WS-ARCH-REFPAGO PIC X(30).
       01  WS-ARCH-REFPSEQN PIC X(30).
       01  WS-ARCH-TRIGGER PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-BAL-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-PAGO-STATUS PIC XX.
       01  WS-SEQN-STATUS PIC XX.
       01  WS-TRIG-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "REFUND".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-UMBRAL PIC 9(7)V99 VALUE 5.00.
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-GEN-LISTA PIC X VALUE "N".
      *    Today's not-yet-posted ledger movement per customer: a
      *    refund written earlier today already owns that credit.
       01  WS-PENDIENTES.
           05  WS-PEND-ENTRY OCCURS 500.
               10  WS-PEND-CUST PIC 9(6).
               10  WS-PEND-SUMA PIC S9(11)V99.
       01  WS-PEND-TOTAL PIC 999 VALUE 0.
       01  WS-PEND-IDX PIC 999.
       01  WS-PEND-HALLADO PIC X.
       01  WS-CANDIDATOS.
           05  WS-CAND-ENTRY OCCURS 200.
               10  WS-CAND-CUST PIC 9(6).
               10  WS-CAND-CREDITO PIC S9(11)V99.
               10  WS-CAND-NOMBRE PIC X(15).
               10  WS-CAND-APELLIDOS PIC X(20).
               10  WS-CAND-CALLE PIC X(25).
               10  WS-CAND-CIUDAD PIC X(15).
               10  WS-CAND-CODPOSTAL PIC X(8).
               10  WS-CAND-DIR-INVALIDA PIC X.
               10  WS-CAND-DIR-FECHA PIC 9(8).
      *        "P" pendiente, "A" aprobado, "R" rechazado.
               10  WS-CAND-ESTADO PIC X.
       01  WS-CAND-TOTAL PIC 999 VALUE 0.
       01  WS-CAND-IDX PIC 999.
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-SALDO-NETO PIC S9(11)V99.
       01  WS-CREDITO PIC S9(11)V99.
       01  WS-DECISION PIC X.
       01  WS-APROBADOS PIC 999 VALUE 0.
       01  WS-RECHAZADOS PIC 999 VALUE 0.
       01  WS-DEJADOS PIC 999 VALUE 0.
       01  WS-EMITIDOS PIC 9(6) VALUE 0.
       01  WS-HASH-CUST PIC 9(12) VALUE 0.
       01  WS-SUMA-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-REF-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-FEED-SECUENCIA PIC 9(6) VALUE 0.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "===== REEMBOLSO DE SALDOS ACREEDORES =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF (WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G")
               OR (WS-AUTH-ROL NOT = "SUP" AND WS-AUTH-ROL NOT = "ADM")
             DISPLAY MSG-006
             DISPLAY "EL REEMBOLSO REQUIERE ROL SUP O ADM."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
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
           PERFORM VERIFICA-TRIGGER-ANTERIOR.
           IF WS-HUBO-ERROR = "N"
             PERFORM CARGA-PARAMETROS
             PERFORM CARGA-PENDIENTES
             PERFORM CARGA-CANDIDATOS
           END-IF.
           IF WS-DESBORDADO = "Y"
             DISPLAY "*** ERROR: MAS DE 200 SALDOS ACREEDORES O 500"
                 " CLIENTES CON MOVIMIENTO PENDIENTE. AMPLIE LAS"
                 " TABLAS. ***"
             MOVE "Y" TO WS-HUBO-ERROR
           END-IF.
           IF WS-HUBO-ERROR = "N"
             IF WS-CAND-TOTAL = 0
               DISPLAY "NO HAY SALDOS ACREEDORES DESDE "
                   WS-UMBRAL " QUE REEMBOLSAR."
             ELSE
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-TOTAL
                 PERFORM RESUELVE-CANDIDATO
               END-PERFORM
               IF WS-APROBADOS > 0
                 PERFORM EMITE-REEMBOLSOS
               END-IF
             END-IF
           END-IF.
           DISPLAY "APROBADOS   : " WS-APROBADOS.
           DISPLAY "RECHAZADOS  : " WS-RECHAZADOS.
           DISPLAY "PENDIENTES  : " WS-DEJADOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF RETURN-CODE = 0
               MOVE 16 TO RETURN-CODE
             END-IF
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE WS-SUMA-TOTAL TO WS-EDIT-IMPORTE
             MOVE SPACES TO AUDIT-DETALLE
             STRING "REEMBOLSOS " WS-EMITIDOS " TOTAL "
                 WS-EDIT-IMPORTE " POR " WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

      *    Any trigger on disk, even today's, is a batch treasury has
      *    not collected: its refunds are already debited, so the
      *    file must not be overwritten.
           VERIFICA-TRIGGER-ANTERIOR.
             OPEN INPUT FEED-TRIG-FILE.
             IF WS-TRIG-STATUS = "00"
               READ FEED-TRIG-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   DISPLAY "*** LOS REEMBOLSOS DEL " TRIG-FECHA
                       " SIGUEN SIN RECOGER (REFPAGO.RDY PRESENTE)."
                       " NO SE SOBREESCRIBE: CONFIRME CON TESORERIA"
                       " Y RETIRE EL TRIGGER. ***"
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO WS-HUBO-ERROR
               END-READ
               CLOSE FEED-TRIG-FILE
             ELSE
               IF WS-TRIG-STATUS = "05"
                 CLOSE FEED-TRIG-FILE
               END-IF
             END-IF.

           CARGA-PARAMETROS.
             OPEN INPUT REF-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ REF-PARM-FILE
                 NOT AT END
                   IF REF-PARM-UMBRAL IS NUMERIC
                       AND REF-PARM-UMBRAL > 0
                     MOVE REF-PARM-UMBRAL TO WS-UMBRAL
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE REF-PARM-FILE
             END-IF.

           CARGA-PENDIENTES.
             MOVE SPACES TO WS-LEDGER-GEN-NOMBRE.
             STRING "VARSLOG.G" WS-FECHA-NEGOCIO ".DAT"
                 DELIMITED BY SIZE INTO WS-LEDGER-GEN-NOMBRE.
             CALL "ENVNAME" USING WS-LEDGER-GEN-NOMBRE WS-AMBIENTE.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-POSTED NOT = "Y"
                       PERFORM ACUMULA-PENDIENTE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
             END-IF.

           ACUMULA-PENDIENTE.
             MOVE "N" TO WS-PEND-HALLADO.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
                     OR WS-PEND-HALLADO = "Y"
               IF WS-PEND-CUST(WS-PEND-IDX) = VARS-LOG-CUST-ID
                 MOVE "Y" TO WS-PEND-HALLADO
                 ADD VARS-LOG-SUMA TO WS-PEND-SUMA(WS-PEND-IDX)
               END-IF
             END-PERFORM.
             IF WS-PEND-HALLADO = "N"
               IF WS-PEND-TOTAL < 500
                 ADD 1 TO WS-PEND-TOTAL
                 MOVE VARS-LOG-CUST-ID TO WS-PEND-CUST(WS-PEND-TOTAL)
                 MOVE VARS-LOG-SUMA TO WS-PEND-SUMA(WS-PEND-TOTAL)
               ELSE
                 MOVE "Y" TO WS-DESBORDADO
               END-IF
             END-IF.

           CARGA-CANDIDATOS.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO HAY MAESTRO DE CLIENTES"
                   " (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM RECORRE-BALANCES
               CLOSE CUSTOMER-MASTER
             END-IF.

           RECORRE-BALANCES.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-BAL-STATUS = "10"
                 READ CUST-BAL-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-BAL-STATUS
                   NOT AT END
                     PERFORM EVALUA-SALDO
                 END-READ
               END-PERFORM
               CLOSE CUST-BAL-FILE
             ELSE
               DISPLAY "SIN BALANCES DE CLIENTES (STATUS "
                   WS-BAL-STATUS ")."
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.

           EVALUA-SALDO.
             MOVE BAL-SALDO TO WS-SALDO-NETO.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
               IF WS-PEND-CUST(WS-PEND-IDX) = BAL-CUST-ID
                 ADD WS-PEND-SUMA(WS-PEND-IDX) TO WS-SALDO-NETO
               END-IF
             END-PERFORM.
             IF WS-SALDO-NETO < 0
               COMPUTE WS-CREDITO = 0 - WS-SALDO-NETO
               IF WS-CREDITO NOT < WS-UMBRAL
                 PERFORM AGREGA-CANDIDATO
               END-IF
             END-IF.

      *    A customer merged away (estado F) has had its position
      *    moved to the survivor; one missing from the master has
      *    nobody to pay; one anonymised on an erasure request
      *    (estado X) has only masked name and address to pay to.
      *    All three are shown and left for the desk.
           AGREGA-CANDIDATO.
             MOVE BAL-CUST-ID TO CUST-ID.
             READ CUSTOMER-MASTER
               INVALID KEY
                 DISPLAY "*** SALDO ACREEDOR DEL CLIENTE "
                     BAL-CUST-ID " SIN FICHA EN EL MAESTRO. SE"
                     " OMITE. ***"
               NOT INVALID KEY
                 IF CUST-ESTADO = "F"
                   DISPLAY "*** SALDO ACREEDOR DEL CLIENTE "
                       BAL-CUST-ID " FUSIONADO. REVISE LA FUSION."
                       " ***"
                 END-IF
                 IF CUST-ESTADO = "X"
                   DISPLAY "*** SALDO ACREEDOR DEL CLIENTE "
                       BAL-CUST-ID " ANONIMIZADO. NO SE PAGA:"
                       " TRAMITE MANUAL. ***"
                 END-IF
                 IF CUST-ESTADO NOT = "F" AND CUST-ESTADO NOT = "X"
                   IF WS-CAND-TOTAL < 200
                     ADD 1 TO WS-CAND-TOTAL
                     MOVE BAL-CUST-ID TO WS-CAND-CUST(WS-CAND-TOTAL)
                     MOVE WS-CREDITO
                         TO WS-CAND-CREDITO(WS-CAND-TOTAL)
                     MOVE CUST-NOMBRE
                         TO WS-CAND-NOMBRE(WS-CAND-TOTAL)
                     MOVE CUST-APELLIDOS
                         TO WS-CAND-APELLIDOS(WS-CAND-TOTAL)
                     MOVE CUST-CALLE TO WS-CAND-CALLE(WS-CAND-TOTAL)
                     MOVE CUST-CIUDAD
                         TO WS-CAND-CIUDAD(WS-CAND-TOTAL)
                     MOVE CUST-CODPOSTAL
                         TO WS-CAND-CODPOSTAL(WS-CAND-TOTAL)
                     MOVE CUST-DIR-INVALIDA
                         TO WS-CAND-DIR-INVALIDA(WS-CAND-TOTAL)
                     MOVE CUST-DIR-FECHA
                         TO WS-CAND-DIR-FECHA(WS-CAND-TOTAL)
                     MOVE "P" TO WS-CAND-ESTADO(WS-CAND-TOTAL)
                   ELSE
                     MOVE "Y" TO WS-DESBORDADO
                   END-IF
                 END-IF
             END-READ.

           RESUELVE-CANDIDATO.
             MOVE WS-CAND-CREDITO(WS-CAND-IDX) TO WS-EDIT-IMPORTE.
             DISPLAY " ".
             DISPLAY "SALDO ACREEDOR " WS-CAND-IDX " DE "
                 WS-CAND-TOTAL ":".
             DISPLAY "  CLIENTE " WS-CAND-CUST(WS-CAND-IDX) " "
                 WS-CAND-NOMBRE(WS-CAND-IDX) " "
                 WS-CAND-APELLIDOS(WS-CAND-IDX).
             DISPLAY "  " WS-CAND-CALLE(WS-CAND-IDX) " "
                 WS-CAND-CODPOSTAL(WS-CAND-IDX) " "
                 WS-CAND-CIUDAD(WS-CAND-IDX).
             IF WS-CAND-DIR-INVALIDA(WS-CAND-IDX) = "Y"
               DISPLAY "  *** AVISO: CORREO DEVUELTO EL "
                   WS-CAND-DIR-FECHA(WS-CAND-IDX) ": UN PAGO A ESTA"
                   " DIRECCION NO LLEGARIA. ***"
             END-IF.
             DISPLAY "  IMPORTE A REEMBOLSAR: " WS-EDIT-IMPORTE.
             DISPLAY "  A=APROBAR, R=RECHAZAR, INTRO=DEJAR: ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                 MOVE "A" TO WS-CAND-ESTADO(WS-CAND-IDX)
                 ADD 1 TO WS-APROBADOS
                 DISPLAY "  APROBADO."
               WHEN "R"
               WHEN "r"
                 MOVE "R" TO WS-CAND-ESTADO(WS-CAND-IDX)
                 ADD 1 TO WS-RECHAZADOS
                 DISPLAY "  RECHAZADO: EL CREDITO QUEDA EN CUENTA."
               WHEN OTHER
                 ADD 1 TO WS-DEJADOS
             END-EVALUATE.

      *    Ledger debit first, instruction second, per refund: a
      *    refund whose debit failed never reaches treasury.
           EMITE-REEMBOLSOS.
             PERFORM ASIGNA-SECUENCIA-FEED.
             OPEN OUTPUT REF-PAGO-FILE.
             IF WS-PAGO-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR REFPAGO.DAT"
                   " (STATUS " WS-PAGO-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               INITIALIZE REF-PAGO-REC
               MOVE "CABECERA" TO RPAG-TIPO
               MOVE WS-FECHA-NEGOCIO TO RPAG-FECHA
               MOVE WS-FEED-SECUENCIA TO RPAG-SECUENCIA
               WRITE REF-PAGO-REC
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-TOTAL
                       OR WS-HUBO-ERROR = "Y"
                 IF WS-CAND-ESTADO(WS-CAND-IDX) = "A"
                   PERFORM ESCRIBE-DEBITO-LEDGER
                   IF WS-HUBO-ERROR = "N"
                     PERFORM ESCRIBE-PAGO
                   END-IF
                 END-IF
               END-PERFORM
               INITIALIZE REF-PAGO-REC
               MOVE "COLA" TO RPAG-TIPO
               MOVE WS-FECHA-NEGOCIO TO RPAG-FECHA
               MOVE WS-FEED-SECUENCIA TO RPAG-SECUENCIA
               MOVE WS-EMITIDOS TO RPAG-REGISTROS
               MOVE WS-HASH-CUST TO RPAG-HASH-CUST
               MOVE WS-SUMA-TOTAL TO RPAG-TOTAL
               WRITE REF-PAGO-REC
               CLOSE REF-PAGO-FILE
             END-IF.
             IF WS-EMITIDOS > 0
               PERFORM GRABA-CONTROL-TOTAL
             END-IF.
      *    A stop part-way still releases the instructions already
      *    written: their debits are in the ledger, and a batch left
      *    without its trigger would be overwritten by the next run
      *    and never reach treasury.
             IF WS-HUBO-ERROR = "N" OR WS-EMITIDOS > 0
               IF WS-HUBO-ERROR = "Y"
                 DISPLAY "*** SE LIBERAN LAS " WS-EMITIDOS
                     " INSTRUCCIONES YA EMITIDAS; LOS APROBADOS"
                     " RESTANTES NO SE HAN PAGADO. ***"
               END-IF
               PERFORM PERSISTE-SECUENCIA-FEED
               PERFORM ESCRIBE-TRIGGER
             END-IF.

           ESCRIBE-DEBITO-LEDGER.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             MOVE WS-CAND-CUST(WS-CAND-IDX) TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             MOVE WS-CAND-CREDITO(WS-CAND-IDX) TO VARS-LOG-NUM1.
             MOVE 0 TO VARS-LOG-NUM2.
             MOVE WS-CAND-CREDITO(WS-CAND-IDX) TO VARS-LOG-SUMA.
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             MOVE WS-CAND-CREDITO(WS-CAND-IDX) TO VARS-LOG-SUMA-ORIG.
             MOVE "REEMBOLSO" TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD VARS-LOG-SUMA TO WS-REF-CHECKSUM
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL DEBITO DEL"
                   " CLIENTE " WS-CAND-CUST(WS-CAND-IDX) " (STATUS "
                   WS-LEDGER-STATUS "). SE DETIENE LA EMISION. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE VARS-LEDGER-FILE.

           ESCRIBE-PAGO.
             INITIALIZE REF-PAGO-REC.
             MOVE "PAGO" TO RPAG-TIPO.
             MOVE WS-CAND-CUST(WS-CAND-IDX) TO RPAG-CUST-ID.
             MOVE WS-CAND-NOMBRE(WS-CAND-IDX) TO RPAG-NOMBRE.
             MOVE WS-CAND-APELLIDOS(WS-CAND-IDX) TO RPAG-APELLIDOS.
             MOVE WS-CAND-CALLE(WS-CAND-IDX) TO RPAG-CALLE.
             MOVE WS-CAND-CIUDAD(WS-CAND-IDX) TO RPAG-CIUDAD.
             MOVE WS-CAND-CODPOSTAL(WS-CAND-IDX) TO RPAG-CODPOSTAL.
             MOVE WS-FECHA-NEGOCIO TO RPAG-FECHA.
             MOVE WS-CAND-CREDITO(WS-CAND-IDX) TO RPAG-IMPORTE.
             MOVE WS-OPERADOR-ID TO RPAG-APROBADOR.
             MOVE WS-FEED-SECUENCIA TO RPAG-SECUENCIA.
             WRITE REF-PAGO-REC.
             IF WS-PAGO-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO LA INSTRUCCION DEL"
                   " CLIENTE " RPAG-CUST-ID " (STATUS "
                   WS-PAGO-STATUS "): SU DEBITO YA ESTA EN EL"
                   " LEDGER, PAGUE A MANO. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               ADD 1 TO WS-EMITIDOS
               ADD RPAG-CUST-ID TO WS-HASH-CUST
               ADD RPAG-IMPORTE TO WS-SUMA-TOTAL
               MOVE RPAG-IMPORTE TO WS-EDIT-IMPORTE
               DISPLAY "REEMBOLSO EMITIDO: CLIENTE " RPAG-CUST-ID
                   " IMPORTE " WS-EDIT-IMPORTE
             END-IF.

           PREPARA-GENERACION-LEDGER.
             OPEN INPUT GDG-PARM-FILE.
             IF WS-GDG-PARM-STATUS = "00"
               READ GDG-PARM-FILE
                 NOT AT END
                   MOVE GDG-PARM-RETENCION TO WS-GDG-RETENCION
               END-READ
               CLOSE GDG-PARM-FILE
             END-IF.
             COMPUTE WS-GDG-REC-LON = FUNCTION LENGTH(VARS-LOG-REG).
             CALL "GDGROTATE" USING WS-GDG-BASE WS-GDG-EXT
                 WS-GDG-RETENCION WS-FECHA-NEGOCIO
                 WS-LEDGER-GEN-NOMBRE WS-GDG-REC-LON WS-GDG-REC-FMT.
             MOVE "Y" TO WS-GEN-LISTA.

           ASIGNA-SECUENCIA-FEED.
             OPEN INPUT REF-SEQ-FILE.
             IF WS-SEQN-STATUS = "00"
               READ REF-SEQ-FILE
                 NOT AT END
                   MOVE REF-SEQ-REG TO WS-FEED-SECUENCIA
               END-READ
             END-IF.
             IF WS-SEQN-STATUS = "00" OR WS-SEQN-STATUS = "05"
               CLOSE REF-SEQ-FILE
             END-IF.
             ADD 1 TO WS-FEED-SECUENCIA.

           PERSISTE-SECUENCIA-FEED.
             OPEN OUTPUT REF-SEQ-FILE.
             MOVE WS-FEED-SECUENCIA TO REF-SEQ-REG.
             WRITE REF-SEQ-REG.
             CLOSE REF-SEQ-FILE.

           ESCRIBE-TRIGGER.
             OPEN OUTPUT FEED-TRIG-FILE.
             MOVE WS-FECHA-NEGOCIO TO TRIG-FECHA.
             MOVE WS-EMITIDOS TO TRIG-REGISTROS.
             MOVE WS-SUMA-TOTAL TO TRIG-TOTAL.
             WRITE FEED-TRIG-REG.
             CLOSE FEED-TRIG-FILE.
             DISPLAY "TRIGGER DE RECOGIDA ESCRITO (REFPAGO.RDY).".

           GRABA-CONTROL-TOTAL.
             MOVE "REFUND" TO CTL-PROGRAMA.
             MOVE 0 TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-EMITIDOS TO CTL-REGISTROS.
             MOVE WS-REF-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (REEMBOLSOS)"
                 " ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-EMITIDOS.
             DISPLAY "CHECKSUM (SUMA DEBITO): " WS-REF-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "REFUND" TO AUDIT-PROGRAMA.
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
             MOVE "VARSLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "N"
                   MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                   PERFORM SUELTA-CERROJO
                 END-IF
               END-IF
               IF WS-LOCKS-OK = "N"
                 MOVE "VARSLOG" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "VARSLOG" TO WS-LOCK-RECURSO.
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
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "REFPARM.DAT" TO WS-ARCH-REFPARM.
             CALL "ENVNAME" USING WS-ARCH-REFPARM WS-AMBIENTE.
             MOVE "REFPAGO.DAT" TO WS-ARCH-REFPAGO.
             CALL "ENVNAME" USING WS-ARCH-REFPAGO WS-AMBIENTE.
             MOVE "REFPSEQN.DAT" TO WS-ARCH-REFPSEQN.
             CALL "ENVNAME" USING WS-ARCH-REFPSEQN WS-AMBIENTE.
             MOVE "REFPAGO.RDY" TO WS-ARCH-TRIGGER.
             CALL "ENVNAME" USING WS-ARCH-TRIGGER WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM REFUND.
