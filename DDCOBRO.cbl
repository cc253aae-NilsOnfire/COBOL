      ******************************************************************
      * Author:
      * Date:
      * Purpose: Direct-debit collection run. On the collection date
      *          (the first business day on or after DDPARM.DAT's
      *          collection day, once a month) every customer with an
      *          active mandate in MANDATOS.DAT and an open debit
      *          balance is collected. The run goes ahead of BALPOST,
      *          so the balance is CUSTBAL.DAT plus what the day's
      *          VARSLOG generation still has unposted for the
      *          customer -- the balance BALPOST is about to leave.
      *          A COBRO record for the full balance goes to
      *          DDCOBRO.DAT for the bank, framed and triggered like
      *          BILLFEED (CABECERA with the business date and the
      *          DDCOSEQN.DAT sequence, COLA with count, CUST-ID hash
      *          and amount total, DDCOBRO.RDY after a clean run).
      *          The money is credited optimistically through
      *          CASHAPP's posting discipline -- an unposted credit
      *          ledger record (event ADEUDO) in the day's VARSLOG
      *          generation, which BALPOST posts the same night, plus
      *          a CASHAPLI.DAT entry -- and DDDEVOL reverses it if
      *          the bank returns the collection. DDCOCKPT.DAT keeps
      *          the last collection date, so a rerun in the same
      *          month is a clean no-op; a DDCOBRO.RDY still on disk
      *          means the bank never took the previous file, and the
      *          run refuses (RC 12) rather than overwrite it. A
      *          customer anonymised on an erasure request is not
      *          collected; it is reported to DDCOEXC.DAT (ANONIMO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDCOBRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANDATO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MANDATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CUST-ID
               FILE STATUS IS WS-MAND-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT DD-COBRO-FILE ASSIGN TO DYNAMIC WS-ARCH-DDCOBRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRO-STATUS.
           SELECT OPTIONAL DD-SEQ-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DDCOSEQN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQN-STATUS.
           SELECT OPTIONAL DD-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL DD-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DDCOCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL FEED-TRIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TRIGGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIG-STATUS.
           SELECT VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL GDG-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VARSLOGGDGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-PARM-STATUS.
           SELECT DD-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-DDEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL CASH-APLI-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASHAPLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLI-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANDATO-FILE.
           COPY "MANDATO.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  DD-COBRO-FILE.
           COPY "DDCOBRO.cpy".

       FD  DD-SEQ-FILE.
       01  DD-SEQ-REG PIC 9(6).

       FD  DD-PARM-FILE.
           COPY "DDPARM.cpy".

       FD  DD-CKPT-FILE.
       01  DD-CKPT-REG PIC 9(8).

       FD  FEED-TRIG-FILE.
           COPY "FEEDTRIG.cpy".

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

       FD  DD-EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY DD-EXC-REG
                         BILL-EXC-ARCHIVO BY DD-EXC-ARCHIVO
                         BILL-EXC-TIPO BY DD-EXC-TIPO
                         BILL-EXC-CLAVE BY DD-EXC-CLAVE
                         BILL-EXC-MOTIVO BY DD-EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY DD-EXC-SECUENCIA.

       FD  CASH-APLI-FILE.
           COPY "CASHAPLI.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-MANDATOS PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-DDCOBRO PIC X(30).
       01  WS-ARCH-DDCOSEQN PIC X(30).
       01  WS-ARCH-DDPARM PIC X(30).
       01  WS-ARCH-DDCOCKPT PIC X(30).
       01  WS-ARCH-TRIGGER PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-DDEXC PIC X(30).
       01  WS-ARCH-CASHAPLI PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-MAND-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-COBRO-STATUS PIC XX.
       01  WS-SEQN-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-TRIG-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-APLI-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "DDCOBRO".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEG-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-AAAAMM PIC 9(6).
           05  WS-FN-DD     PIC 99.
       01  WS-ULTIMO-COBRO PIC 9(8) VALUE 0.
       01  WS-ULTIMO-COBRO-R REDEFINES WS-ULTIMO-COBRO.
           05  WS-UC-AAAAMM PIC 9(6).
           05  WS-UC-DD     PIC 99.
       01  WS-DIA-COBRO PIC 99 VALUE 5.
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-GEN-LISTA PIC X VALUE "N".
       01  WS-FEED-SECUENCIA PIC 9(6) VALUE 0.
       01  WS-SALDO-ACTUAL PIC S9(11)V99.
       01  WS-COBRO PIC S9(9)V99.
       01  WS-COBROS PIC 9(6) VALUE 0.
       01  WS-HASH-CUST PIC 9(12) VALUE 0.
       01  WS-TOTAL-COBRADO PIC S9(11)V99 VALUE 0.
       01  WS-CASH-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-EXCEPCIONES PIC 9(5) VALUE 0.
       01  WS-LEIDOS PIC 9(6) VALUE 0.
       01  WS-CLIENTE-EXISTE PIC X.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-PENDIENTE PIC X VALUE "N".
       01  WS-EDIT-TOTAL PIC -(10)9.99.
      *    What the day's generation still has unposted, per
      *    customer: BALPOST applies it after this run.
       01  WS-PEND-LEDGER.
           05  WS-PEND-ENTRY OCCURS 5000.
               10  WS-PEND-CUST PIC 9(6).
               10  WS-PEND-SUMA PIC S9(11)V99.
       01  WS-PEND-TOTAL PIC 9(4) VALUE 0.
       01  WS-PEND-IDX PIC 9(4).
       01  WS-PEND-HALLADO PIC 9(4).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-CHECKPOINT.
           IF WS-FN-DD < WS-DIA-COBRO
               OR WS-UC-AAAAMM = WS-FN-AAAAMM
             DISPLAY "NO ES FECHA DE COBRO (DIA " WS-DIA-COBRO
                 ", ULTIMO COBRO " WS-ULTIMO-COBRO "): NADA QUE"
                 " HACER."
           ELSE
             PERFORM VERIFICA-TRIGGER-ANTERIOR
             IF WS-HUBO-ERROR = "N"
               PERFORM CARGA-PENDIENTES
             END-IF
             IF WS-HUBO-ERROR = "N"
               PERFORM GENERA-COBROS
             END-IF
           END-IF.
           DISPLAY "MANDATOS LEIDOS     : " WS-LEIDOS.
           DISPLAY "COBROS ENVIADOS     : " WS-COBROS.
           MOVE WS-TOTAL-COBRADO TO WS-EDIT-TOTAL.
           DISPLAY "IMPORTE TOTAL       : " WS-EDIT-TOTAL.
           DISPLAY "EXCEPCIONES         : " WS-EXCEPCIONES.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-PENDIENTE = "Y"
               MOVE 12 TO RETURN-CODE
             ELSE
               MOVE 16 TO RETURN-CODE
             END-IF
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-EXCEPCIONES > 0
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT DD-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ DD-PARM-FILE
                 NOT AT END
                   IF DDP-DIA-COBRO IS NUMERIC
                       AND DDP-DIA-COBRO > 0 AND DDP-DIA-COBRO < 29
                     MOVE DDP-DIA-COBRO TO WS-DIA-COBRO
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE DD-PARM-FILE
             END-IF.

           CARGA-CHECKPOINT.
             OPEN INPUT DD-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ DD-CKPT-FILE
                 NOT AT END
                   MOVE DD-CKPT-REG TO WS-ULTIMO-COBRO
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
               CLOSE DD-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT DD-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO DD-CKPT-REG.
             WRITE DD-CKPT-REG.
             CLOSE DD-CKPT-FILE.

      *    Collections are a month apart, so any trigger still on
      *    disk is a file the bank never took: its customers were
      *    already credited, and overwriting it would lose the
      *    collection. RC 12, not the tolerated 8, so the chain
      *    reports it.
           VERIFICA-TRIGGER-ANTERIOR.
             OPEN INPUT FEED-TRIG-FILE.
             IF WS-TRIG-STATUS = "00"
               READ FEED-TRIG-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   DISPLAY "*** EL COBRO DEL " TRIG-FECHA " SIGUE"
                       " SIN RECOGER (DDCOBRO.RDY PRESENTE). NO SE"
                       " SOBREESCRIBE: CONFIRME CON EL BANCO Y"
                       " RETIRE EL TRIGGER. ***"
                   MOVE "Y" TO WS-HUBO-ERROR
                   MOVE "Y" TO WS-PENDIENTE
               END-READ
               CLOSE FEED-TRIG-FILE
             ELSE
               IF WS-TRIG-STATUS = "05"
                 CLOSE FEED-TRIG-FILE
               END-IF
             END-IF.

           GENERA-COBROS.
             OPEN OUTPUT DD-COBRO-FILE.
             IF WS-COBRO-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR DDCOBRO.DAT"
                   " (STATUS " WS-COBRO-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM ASIGNA-SECUENCIA
               PERFORM ESCRIBE-CABECERA
               OPEN OUTPUT DD-EXC-FILE
               PERFORM RECORRE-MANDATOS
               CLOSE DD-EXC-FILE
               PERFORM ESCRIBE-COLA
               CLOSE DD-COBRO-FILE
               IF WS-HUBO-ERROR = "N"
                 PERFORM PERSISTE-SECUENCIA
                 PERFORM GRABA-CHECKPOINT
                 IF WS-COBROS > 0
                   PERFORM ESCRIBE-TRIGGER
                   PERFORM GRABA-CONTROL-TOTAL
                 END-IF
               END-IF
             END-IF.

           RECORRE-MANDATOS.
             OPEN I-O MANDATO-FILE.
             IF WS-MAND-STATUS NOT = "00"
               DISPLAY "SIN MANDATOS REGISTRADOS."
               IF WS-MAND-STATUS = "05"
                 CLOSE MANDATO-FILE
               END-IF
             ELSE
               PERFORM UNTIL WS-MAND-STATUS NOT = "00"
                   OR WS-HUBO-ERROR = "Y"
                 READ MANDATO-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-MAND-STATUS
                   NOT AT END
                     ADD 1 TO WS-LEIDOS
                     IF MAND-ESTADO = "A"
                       PERFORM EVALUA-MANDATO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MANDATO-FILE
             END-IF.

           EVALUA-MANDATO.
             PERFORM LEE-SALDO.
             IF WS-SALDO-ACTUAL > 0
               PERFORM VERIFICA-CLIENTE
               IF WS-CLIENTE-EXISTE NOT = "Y"
                 MOVE "DDCOBRO" TO DD-EXC-ARCHIVO
                 MOVE "NOCLIENTE" TO DD-EXC-TIPO
                 IF WS-CLIENTE-EXISTE = "X"
                   MOVE "ANONIMO" TO DD-EXC-TIPO
                 END-IF
                 MOVE MAND-CUST-ID TO DD-EXC-CLAVE
                 MOVE SPACES TO DD-EXC-MOTIVO
                 MOVE WS-FEED-SECUENCIA TO DD-EXC-SECUENCIA
                 WRITE DD-EXC-REG
                 ADD 1 TO WS-EXCEPCIONES
               ELSE
                 IF WS-SALDO-ACTUAL > 999999999.99
                   MOVE "DDCOBRO" TO DD-EXC-ARCHIVO
                   MOVE "IMPORTE" TO DD-EXC-TIPO
                   MOVE MAND-CUST-ID TO DD-EXC-CLAVE
                   MOVE SPACES TO DD-EXC-MOTIVO
                   MOVE WS-FEED-SECUENCIA TO DD-EXC-SECUENCIA
                   WRITE DD-EXC-REG
                   ADD 1 TO WS-EXCEPCIONES
                 ELSE
                   MOVE WS-SALDO-ACTUAL TO WS-COBRO
                   PERFORM ESCRIBE-COBRO
                 END-IF
               END-IF
             END-IF.

           ESCRIBE-COBRO.
             INITIALIZE DD-COBRO-REG.
             MOVE "COBRO" TO DDC-TIPO.
             MOVE MAND-CUST-ID TO DDC-CUST-ID.
             MOVE MAND-REFERENCIA TO DDC-REFERENCIA.
             MOVE MAND-CUENTA TO DDC-CUENTA.
             MOVE WS-FECHA-NEGOCIO TO DDC-FECHA.
             MOVE WS-COBRO TO DDC-IMPORTE.
             MOVE WS-FEED-SECUENCIA TO DDC-SECUENCIA.
             WRITE DD-COBRO-REG.
             IF WS-COBRO-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO EL COBRO DEL CLIENTE "
                   MAND-CUST-ID " (STATUS " WS-COBRO-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               ADD 1 TO WS-COBROS
               ADD MAND-CUST-ID TO WS-HASH-CUST
               ADD WS-COBRO TO WS-TOTAL-COBRADO
               PERFORM ESCRIBE-CREDITO-LEDGER
               IF WS-HUBO-ERROR = "N"
                 MOVE WS-FECHA-NEGOCIO TO MAND-ULT-COBRO
                 MOVE WS-COBRO TO MAND-ULT-IMPORTE
                 REWRITE MANDATO-REG
                 IF WS-MAND-STATUS NOT = "00"
                   DISPLAY "*** ERROR ANOTANDO EL COBRO EN EL MANDATO"
                       " DEL CLIENTE " MAND-CUST-ID " (STATUS "
                       WS-MAND-STATUS ") ***"
                   MOVE "Y" TO WS-HUBO-ERROR
                 END-IF
               END-IF
             END-IF.

           VERIFICA-CLIENTE.
             MOVE "N" TO WS-CLIENTE-EXISTE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               MOVE MAND-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO WS-CLIENTE-EXISTE
                   IF CUST-ESTADO = "X"
                     MOVE "X" TO WS-CLIENTE-EXISTE
                   END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

           LEE-SALDO.
             MOVE 0 TO WS-SALDO-ACTUAL.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               MOVE MAND-CUST-ID TO BAL-CUST-ID
               READ CUST-BAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE BAL-SALDO TO WS-SALDO-ACTUAL
               END-READ
               CLOSE CUST-BAL-FILE
             ELSE
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.
             MOVE 0 TO WS-PEND-HALLADO.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
                     OR WS-PEND-HALLADO NOT = 0
               IF WS-PEND-CUST(WS-PEND-IDX) = MAND-CUST-ID
                 MOVE WS-PEND-IDX TO WS-PEND-HALLADO
               END-IF
             END-PERFORM.
             IF WS-PEND-HALLADO NOT = 0
               ADD WS-PEND-SUMA(WS-PEND-HALLADO) TO WS-SALDO-ACTUAL
             END-IF.

      *    One pass over the day's generation before anything is
      *    collected: every record BALPOST has still to apply (the
      *    night's pairs, interest, cash, returns) counts towards
      *    the balance collected, and this run's own credits, written
      *    after the pass, do not.
           CARGA-PENDIENTES.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   OR WS-HUBO-ERROR = "Y"
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
             DISPLAY "CLIENTES CON PENDIENTE : " WS-PEND-TOTAL.

           ACUMULA-PENDIENTE.
             MOVE 0 TO WS-PEND-HALLADO.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
                     OR WS-PEND-HALLADO NOT = 0
               IF WS-PEND-CUST(WS-PEND-IDX) = VARS-LOG-CUST-ID
                 MOVE WS-PEND-IDX TO WS-PEND-HALLADO
               END-IF
             END-PERFORM.
             IF WS-PEND-HALLADO = 0
               IF WS-PEND-TOTAL NOT < 5000
                 DISPLAY "*** MAS DE 5000 CLIENTES CON MOVIMIENTOS SIN"
                     " POSTEAR: NO SE COBRA. AMPLIAR LA TABLA. ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               ELSE
                 ADD 1 TO WS-PEND-TOTAL
                 MOVE WS-PEND-TOTAL TO WS-PEND-HALLADO
                 MOVE VARS-LOG-CUST-ID TO WS-PEND-CUST(WS-PEND-HALLADO)
                 MOVE 0 TO WS-PEND-SUMA(WS-PEND-HALLADO)
               END-IF
             END-IF.
             IF WS-PEND-HALLADO NOT = 0
               ADD VARS-LOG-SUMA TO WS-PEND-SUMA(WS-PEND-HALLADO)
             END-IF.

      *    The collection goes in as an unposted CREDIT ledger record,
      *    exactly as CASHAPP posts remitted cash: BALPOST applies it,
      *    CUSTSTMT prints it, and DDDEVOL books the matching debit if
      *    the bank returns it.
           ESCRIBE-CREDITO-LEDGER.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             MOVE MAND-CUST-ID TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             COMPUTE VARS-LOG-NUM1 = 0 - WS-COBRO.
             MOVE 0 TO VARS-LOG-NUM2.
             COMPUTE VARS-LOG-SUMA = 0 - WS-COBRO.
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             COMPUTE VARS-LOG-SUMA-ORIG = 0 - WS-COBRO.
             MOVE "ADEUDO" TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD VARS-LOG-SUMA TO WS-CASH-CHECKSUM
               PERFORM GRABA-CAJA-APLICADA
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL CREDITO DEL"
                   " CLIENTE " MAND-CUST-ID " (STATUS "
                   WS-LEDGER-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE VARS-LEDGER-FILE.

           GRABA-CAJA-APLICADA.
             OPEN EXTEND CASH-APLI-FILE.
             IF WS-APLI-STATUS = "35"
               OPEN OUTPUT CASH-APLI-FILE
             END-IF.
             MOVE WS-FECHA-NEGOCIO TO CAPL-FECHA.
             MOVE MAND-CUST-ID TO CAPL-CUST-ID.
             MOVE WS-COBRO TO CAPL-IMPORTE.
             MOVE WS-FEED-SECUENCIA TO CAPL-SECUENCIA.
             WRITE CASH-APLI-REG.
             IF WS-APLI-STATUS NOT = "00"
               DISPLAY "*** ERROR ANOTANDO LA CAJA APLICADA DEL"
                   " CLIENTE " MAND-CUST-ID " (STATUS "
                   WS-APLI-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE CASH-APLI-FILE.

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

           ASIGNA-SECUENCIA.
             OPEN INPUT DD-SEQ-FILE.
             IF WS-SEQN-STATUS = "00"
               READ DD-SEQ-FILE
                 NOT AT END
                   MOVE DD-SEQ-REG TO WS-FEED-SECUENCIA
               END-READ
             END-IF.
             IF WS-SEQN-STATUS = "00" OR WS-SEQN-STATUS = "05"
               CLOSE DD-SEQ-FILE
             END-IF.
             ADD 1 TO WS-FEED-SECUENCIA.

           PERSISTE-SECUENCIA.
             OPEN OUTPUT DD-SEQ-FILE.
             MOVE WS-FEED-SECUENCIA TO DD-SEQ-REG.
             WRITE DD-SEQ-REG.
             CLOSE DD-SEQ-FILE.

           ESCRIBE-CABECERA.
             INITIALIZE DD-COBRO-REG.
             MOVE "CABECERA" TO DDC-TIPO.
             MOVE WS-FECHA-NEGOCIO TO DDC-FECHA.
             MOVE WS-FEED-SECUENCIA TO DDC-SECUENCIA.
             WRITE DD-COBRO-REG.
             IF WS-COBRO-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO LA CABECERA DEL COBRO"
                   " (STATUS " WS-COBRO-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           ESCRIBE-COLA.
             INITIALIZE DD-COBRO-REG.
             MOVE "COLA" TO DDC-TIPO.
             MOVE WS-FECHA-NEGOCIO TO DDC-FECHA.
             MOVE WS-FEED-SECUENCIA TO DDC-SECUENCIA.
             MOVE WS-COBROS TO DDC-REGISTROS.
             MOVE WS-HASH-CUST TO DDC-HASH-CUST.
             MOVE WS-TOTAL-COBRADO TO DDC-TOTAL.
             WRITE DD-COBRO-REG.
             IF WS-COBRO-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO LA COLA DEL COBRO"
                   " (STATUS " WS-COBRO-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           ESCRIBE-TRIGGER.
             OPEN OUTPUT FEED-TRIG-FILE.
             MOVE WS-FECHA-NEGOCIO TO TRIG-FECHA.
             MOVE WS-COBROS TO TRIG-REGISTROS.
             MOVE WS-TOTAL-COBRADO TO TRIG-TOTAL.
             WRITE FEED-TRIG-REG.
             CLOSE FEED-TRIG-FILE.
             DISPLAY "TRIGGER DE RECOGIDA ESCRITO (DDCOBRO.RDY).".

           GRABA-CONTROL-TOTAL.
             MOVE "DDCOBRO" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-COBROS TO CTL-REGISTROS.
             MOVE WS-CASH-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (DOMICILIACION)"
                 " ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-COBROS.
             DISPLAY "CHECKSUM (SUMA CREDITO): " WS-CASH-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "DDCOBRO" TO AUDIT-PROGRAMA.
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
             MOVE "VARSLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "Y"
                   MOVE "MANDATOS" TO WS-LOCK-RECURSO
                   PERFORM PIDE-CERROJO
                   IF WS-LOCKS-OK = "N"
                     MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                     PERFORM SUELTA-CERROJO
                   END-IF
                 END-IF
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
             MOVE "MANDATOS" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
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
             MOVE "MANDATOS.DAT" TO WS-ARCH-MANDATOS.
             CALL "ENVNAME" USING WS-ARCH-MANDATOS WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "DDCOBRO.DAT" TO WS-ARCH-DDCOBRO.
             CALL "ENVNAME" USING WS-ARCH-DDCOBRO WS-AMBIENTE.
             MOVE "DDCOSEQN.DAT" TO WS-ARCH-DDCOSEQN.
             CALL "ENVNAME" USING WS-ARCH-DDCOSEQN WS-AMBIENTE.
             MOVE "DDPARM.DAT" TO WS-ARCH-DDPARM.
             CALL "ENVNAME" USING WS-ARCH-DDPARM WS-AMBIENTE.
             MOVE "DDCOCKPT.DAT" TO WS-ARCH-DDCOCKPT.
             CALL "ENVNAME" USING WS-ARCH-DDCOCKPT WS-AMBIENTE.
             MOVE "DDCOBRO.RDY" TO WS-ARCH-TRIGGER.
             CALL "ENVNAME" USING WS-ARCH-TRIGGER WS-AMBIENTE.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "DDCOEXC.DAT" TO WS-ARCH-DDEXC.
             CALL "ENVNAME" USING WS-ARCH-DDEXC WS-AMBIENTE.
             MOVE "CASHAPLI.DAT" TO WS-ARCH-CASHAPLI.
             CALL "ENVNAME" USING WS-ARCH-CASHAPLI WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM DDCOBRO.
