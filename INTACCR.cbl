               COMPUTE WS-INTERES ROUNDED = WS-MULT / 100
               MOVE BAL-CUST-ID TO VARS-LOG-CUST-ID
               MOVE WS-GDG-FECHA TO VARS-LOG-FECHA
               MOVE WS-GDG-FECHA TO VARS-LOG-FECHA-VALOR
               MOVE 0 TO VARS-LOG-ORIG-FECHA
               MOVE 0 TO VARS-LOG-ORIG-SECUENCIA
               ACCEPT VARS-LOG-HORA FROM TIME
               MOVE WS-INTERES TO VARS-LOG-NUM1
               MOVE 0 TO VARS-LOG-NUM2
               MOVE "EUR" TO VARS-LOG-MONEDA
               MOVE 1 TO VARS-LOG-TASA
               MOVE WS-INTERES TO VARS-LOG-SUMA-ORIG
               MOVE "INTERES" TO VARS-LOG-EVENTO
               WRITE VARS-LOG-REG
               IF WS-LEDGER-STATUS = "00"
                 ADD 1 TO WS-ACCRUALES
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

