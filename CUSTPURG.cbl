      *          like HOUSEKEEP's cuts), and only then deletes the
      *          records from CUSTMAST.DAT and CUSTHIST.DAT. A
      *          customer failing any check is reported to PURGEXC.DAT
      *          and left alone -- never silently skipped. A
      *          customer under a legal hold (LEGALCHK) is refused
      *          before any other test and reported as "RETENIDO".
      *          Ends with RETURN-CODE 8 when anything could not be
      *          purged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       FD  PURG-EXC-FILE.
           COPY "PURGEXC.cpy".
       01  WS-CLIENTE PIC 9(6).
       01  WS-PUEDE-PURGAR PIC X.
       01  WS-MOTIVO PIC X(9).
       01  WS-LEGAL-DESDE PIC 9(8).
       01  WS-LEGAL-HASTA PIC 9(8).
       01  WS-RETENIDO PIC X.
       01  WS-ASUNTO PIC X(20).
       01  WS-PRIMERA PIC 9(8).
       01  WS-PURGADOS PIC 9(5) VALUE 0.
       01  WS-RECHAZADOS PIC 9(5) VALUE 0.
       01  WS-ARCH-CUST-CONT PIC 9(7) VALUE 0.
                   WS-MOTIVO ")"
             END-IF.

      *    A legal hold comes first and overrides everything; then
      *    the three gates, in the order they are cheapest to prove:
      *    a live balance, a billing verdict still open (rejected, or
      *    a feed line billing has not answered), an open suspense
      *    entry still pointing at the customer.
           VERIFICA-PURGABLE.
             MOVE "Y" TO WS-PUEDE-PURGAR.
             MOVE SPACES TO WS-MOTIVO.
             PERFORM PRUEBA-RETENCION.
             IF WS-PUEDE-PURGAR = "Y"
               PERFORM PRUEBA-SALDO
             END-IF.
             IF WS-PUEDE-PURGAR = "Y"
               PERFORM PRUEBA-FACTURACION
             END-IF.
               PERFORM PRUEBA-SUSPENSO
             END-IF.

      *    The customer's records run from its registration to
      *    today, so a hold on the customer or on any period since
      *    it was registered keeps it.
           PRUEBA-RETENCION.
             MOVE 0 TO WS-LEGAL-DESDE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               MOVE WS-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CUST-FECHA TO WS-LEGAL-DESDE
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.
             MOVE 0 TO WS-LEGAL-HASTA.
             CALL "LEGALCHK" USING WS-CLIENTE WS-LEGAL-DESDE
                 WS-LEGAL-HASTA WS-RETENIDO WS-ASUNTO WS-PRIMERA.
             IF WS-RETENIDO = "Y"
               MOVE "N" TO WS-PUEDE-PURGAR
               MOVE "RETENIDO" TO WS-MOTIVO
               DISPLAY "CLIENTE " WS-CLIENTE " BAJO RETENCION LEGAL: "
                   WS-ASUNTO
             END-IF.

           PRUEBA-SALDO.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

