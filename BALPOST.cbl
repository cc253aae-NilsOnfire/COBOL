      *          CUSTBAL.DAT. Every applied record is flagged POSTED
      *          and rewritten in place, so a rerun of the chain can
      *          never apply the same transaction twice. Runs in the
      *          NIGHTRUN chain right after VARS. A back-valued
      *          correction posts on the business date like any
      *          other record (BAL-FECHA-ULT is the posting date);
      *          its value date stays on the ledger record for
      *          TXNBUILD and the statement, and INTVALOR has already
      *          raised its interest difference for the night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-GDG-FECHA PIC 9(8).
       01  WS-POSTEADOS PIC 9(7) VALUE 0.
       01  WS-YA-POSTEADOS PIC 9(7) VALUE 0.
       01  WS-CON-FECHA-VALOR PIC 9(7) VALUE 0.
       01  WS-POST-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".
             END-IF.
             DISPLAY "MOVIMIENTOS POSTEADOS   : " WS-POSTEADOS.
             DISPLAY "YA POSTEADOS (OMITIDOS) : " WS-YA-POSTEADOS.
             DISPLAY "DE ELLOS CON FECHA VALOR: " WS-CON-FECHA-VALOR.

           POSTEA-REGISTRO.
             PERFORM APLICA-A-BALANCE.
               ELSE
                 ADD 1 TO WS-POSTEADOS
                 ADD VARS-LOG-SUMA TO WS-POST-CHECKSUM
                 IF VARS-LOG-FECHA-VALOR IS NUMERIC
                     AND VARS-LOG-FECHA-VALOR NOT = 0
                     AND VARS-LOG-FECHA-VALOR NOT = VARS-LOG-FECHA
                   ADD 1 TO WS-CON-FECHA-VALOR
                 END-IF
               END-IF
             END-IF.

             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

