               NOT AT END
                 IF CUST-ESTADO NOT = "I" AND CUST-ESTADO NOT = "P"
                     AND CUST-ESTADO NOT = "F"
                     AND CUST-ESTADO NOT = "X"
                     AND CUST-ESTADO NOT = "D"
                   PERFORM TRATA-CLIENTE THRU TRATA-CLIENTE-FIN
                 END-IF
             END-READ
