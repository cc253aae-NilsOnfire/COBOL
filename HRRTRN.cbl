             MOVE CUST-CIUDAD TO SUSP-CIUDAD.
             MOVE CUST-CODPOSTAL TO SUSP-CODPOSTAL.
             MOVE CUST-TELEFONO TO SUSP-TELEFONO.
             MOVE CUST-EMAIL TO SUSP-EMAIL.
             MOVE CUST-ENTREGA TO SUSP-ENTREGA.
             MOVE "HRRECHAZ" TO SUSP-MOTIVO.
             MOVE HRRT-CUST-ID TO SUSP-CUST-ID.
             MOVE SPACES TO SUSP-LISTA-REF.
             WRITE CUST-SUSP-REG.
             CLOSE CUST-SUSP-FILE.
             ADD 1 TO WS-RECHAZADOS.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

