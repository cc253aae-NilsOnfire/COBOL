      *          reported to CASHEXC.DAT in the BILLEXC shape.
      *          CASHCKPT.DAT remembers the last applied business
      *          date so a chain rerun is a clean no-op instead of a
      *          double credit. Every applied remittance is also
      *          journaled to CASHAPLI.DAT, the applied-cash record
      *          ACUCHK proves the payment arrangements against.
      *          Runs in NIGHTRUN after BILLRTRN and before BALPOST
      *          would next post.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-CASHCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL CASH-APLI-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASHAPLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLI-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
       FD  CASH-CKPT-FILE.
       01  CASH-CKPT-REG PIC 9(8).

       FD  CASH-APLI-FILE.
           COPY "CASHAPLI.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-CASHEXC PIC X(30).
       01  WS-ARCH-CASHCKPT PIC X(30).
       01  WS-ARCH-CASHAPLI PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-APLI-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
             END-IF.
             MOVE RTRN-CUST-ID TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             COMPUTE VARS-LOG-NUM1 = 0 - WS-PAGO.
             MOVE 0 TO VARS-LOG-NUM2.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             COMPUTE VARS-LOG-SUMA-ORIG = 0 - WS-PAGO.
             MOVE SPACES TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-APLICADOS
               ADD VARS-LOG-SUMA TO WS-CASH-CHECKSUM
               PERFORM GRABA-CAJA-APLICADA
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL CREDITO DEL"
                   " CLIENTE " RTRN-CUST-ID " (STATUS "
             END-IF.
             CLOSE VARS-LEDGER-FILE.

           GRABA-CAJA-APLICADA.
             OPEN EXTEND CASH-APLI-FILE.
             IF WS-APLI-STATUS = "35"
               OPEN OUTPUT CASH-APLI-FILE
             END-IF.
             MOVE WS-FECHA-NEGOCIO TO CAPL-FECHA.
             MOVE RTRN-CUST-ID TO CAPL-CUST-ID.
             MOVE WS-PAGO TO CAPL-IMPORTE.
             MOVE RTRN-SECUENCIA TO CAPL-SECUENCIA.
             WRITE CASH-APLI-REG.
             IF WS-APLI-STATUS NOT = "00"
               DISPLAY "*** ERROR ANOTANDO LA CAJA APLICADA DEL"
                   " CLIENTE " RTRN-CUST-ID " (STATUS "
                   WS-APLI-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE CASH-APLI-FILE.

           PREPARA-GENERACION-LEDGER.
             OPEN INPUT GDG-PARM-FILE.
             IF WS-GDG-PARM-STATUS = "00"
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

             CALL "ENVNAME" USING WS-ARCH-CASHEXC WS-AMBIENTE.
             MOVE "CASHCKPT.DAT" TO WS-ARCH-CASHCKPT.
             CALL "ENVNAME" USING WS-ARCH-CASHCKPT WS-AMBIENTE.
             MOVE "CASHAPLI.DAT" TO WS-ARCH-CASHAPLI.
             CALL "ENVNAME" USING WS-ARCH-CASHAPLI WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
