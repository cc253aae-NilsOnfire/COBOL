      *          the night's fee income (net and VAT from
      *          FEEFILE.DAT), the posted ledger activity and the
      *          base-converted non-EUR amounts from today's VARSLOG
      *          generation -- bad-debt write-offs booked apart as
      *          their own "CASTIGO" event -- turns each event into
      *          a balanced debit/credit pair of journal lines using
      *          the GLMAP.DAT account mapping, and writes GLFEED.DAT
      *          framed with header/trailer controls like BILLFEED.
      *          An event with activity but no mapping, or a journal
      *          whose debits and credits do not agree, is refused
       01  WS-MAP-HALLADO PIC X.
       01  WS-MAP-SEL PIC 99.
       01  WS-EVENTOS.
           05  WS-EVT-ENTRY OCCURS 5.
               10  WS-EVT-NOMBRE PIC X(9).
               10  WS-EVT-IMPORTE PIC S9(11)V99.
       01  WS-EVT-IDX PIC 9.
           MOVE "CUOTA" TO WS-EVT-NOMBRE(2).
           MOVE "IVA" TO WS-EVT-NOMBRE(3).
           MOVE "FXCONV" TO WS-EVT-NOMBRE(4).
           MOVE "CASTIGO" TO WS-EVT-NOMBRE(5).
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
               UNTIL WS-EVT-IDX > 5
             MOVE 0 TO WS-EVT-IMPORTE(WS-EVT-IDX)
           END-PERFORM.
           PERFORM CARGA-MAPEO.
               END-IF
             END-IF.

      *    A write-off is a credit on the customer's ledger; the
      *    journal books it as a positive expense amount.
           ACUMULA-LEDGER.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-POSTED = "Y"
                       IF VARS-LOG-EVENTO = "CASTIGO"
                         SUBTRACT VARS-LOG-SUMA FROM WS-EVT-IMPORTE(5)
                       ELSE
                         ADD VARS-LOG-SUMA TO WS-EVT-IMPORTE(1)
                         IF VARS-LOG-MONEDA NOT = "EUR"
                             AND VARS-LOG-MONEDA NOT = SPACES
                           ADD VARS-LOG-SUMA TO WS-EVT-IMPORTE(4)
                         END-IF
                       END-IF
                     END-IF
                 END-READ

           VERIFICA-MAPEOS.
             PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                 UNTIL WS-EVT-IDX > 5
               IF WS-EVT-IMPORTE(WS-EVT-IDX) NOT = 0
                 PERFORM BUSCA-MAPEO
                 IF WS-MAP-HALLADO = "N"
               MOVE WS-FECHA-NEGOCIO TO GL-FECHA
               WRITE GL-FEED-REC
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > 5
                 IF WS-EVT-IMPORTE(WS-EVT-IDX) NOT = 0
                   PERFORM ESCRIBE-PAREJA
                 END-IF
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

