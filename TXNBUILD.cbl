      *          generation still in the VARSLOGGENS.DAT registry, so
      *          the history is complete from day one and statements
      *          never silently lose the retained days from before
      *          the cutover. Each movement keeps the ledger's value
      *          date beside the posting date, its event and, on a
      *          reversal, the key of the entry it cancels.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             MOVE VARS-LOG-MONEDA TO TXN-MONEDA.
             MOVE VARS-LOG-TASA TO TXN-TASA.
             MOVE VARS-LOG-SUMA-ORIG TO TXN-SUMA-ORIG.
             IF VARS-LOG-FECHA-VALOR IS NUMERIC
                 AND VARS-LOG-FECHA-VALOR NOT = 0
               MOVE VARS-LOG-FECHA-VALOR TO TXN-FECHA-VALOR
             ELSE
               MOVE VARS-LOG-FECHA TO TXN-FECHA-VALOR
             END-IF.
             MOVE VARS-LOG-EVENTO TO TXN-EVENTO.
             IF VARS-LOG-EVENTO = "REVERSO"
               MOVE VARS-LOG-ORIG-FECHA TO TXN-ORIG-FECHA
               MOVE VARS-LOG-ORIG-SECUENCIA TO TXN-ORIG-SECUENCIA
             ELSE
               MOVE 0 TO TXN-ORIG-FECHA
               MOVE 0 TO TXN-ORIG-SECUENCIA
             END-IF.
             WRITE TXN-HIST-REG
               INVALID KEY
                 DISPLAY "*** ERROR APENDIENDO EL MOVIMIENTO DEL"
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

