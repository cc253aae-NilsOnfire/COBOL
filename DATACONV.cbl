      *          CUST-FACT-ESTADO, the SEQCTRL generations gained
      *          SEQ-CTRL-SERIE, and the VARSLOG generations gained
      *          VARS-LOG-CUST-ID at the front plus the posting,
      *          currency, rate, original-amount, GL event and
      *          value-date fields. Packed SEQUENTIAL and INDEXED
      *          files cannot absorb a layout change on read the way
      *          padded LINE SEQUENTIAL files can, so this utility
      *          rewrites the live master and every generation still
      *          listed in the SEQCTRLGENS / VARSLOGGENS registries
      *          into the new shape, filling the new fields with
      *          their documented defaults (estado "A", series
      *          "GENERAL", customer 0, posted "Y", currency "EUR",
      *          rate 1, original = base, no GL event, value date =
      *          booking date). Each converted file's previous image
      *          is kept under the OLD. prefix. A DATACONV.DONE
      *          marker refuses a second run, which would corrupt
      *          already-converted data. Run once, with the shop
      *          quiesced, before the first night on the new
      *          programs. Each customer is put on the billing
      *          cycle day CICLODIA's segment rules give it, as a
      *          new intake would be.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANIO-NAC PIC S9(4).
       01  WS-CICLO-CLIENTE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                     MOVE 0 TO CUST-DUN-NIVEL
                     MOVE 0 TO CUST-DUN-FECHA
                     MOVE SPACES TO CUST-HR-ID
                     MOVE 0 TO CUST-CASTIGO-FECHA
                     MOVE 0 TO CUST-CASTIGO-IMPORTE
                     MOVE SPACES TO CUST-EMAIL
                     MOVE "P" TO CUST-ENTREGA
                     MOVE 0 TO CUST-PADRE
                     MOVE "EUR" TO CUST-MONEDA
                     MOVE SPACE TO CUST-DIR-INVALIDA
                     MOVE 0 TO CUST-DIR-FECHA
                     MOVE SPACES TO CUST-DIR-MOTIVO
                     MOVE CUST-ID TO WS-CICLO-CLIENTE
                     CALL "CICLODIA" USING CUST-SEGMENTO
                         WS-CICLO-CLIENTE CUST-CICLO
                     WRITE CUST-MASTER-REC
                       INVALID KEY
                         DISPLAY "*** ERROR CONVIRTIENDO EL CLIENTE "
                     MOVE "EUR" TO VARS-LOG-MONEDA
                     MOVE 1 TO VARS-LOG-TASA
                     MOVE VIEJO-LOG-SUMA TO VARS-LOG-SUMA-ORIG
                     MOVE SPACES TO VARS-LOG-EVENTO
                     MOVE VIEJO-LOG-FECHA TO VARS-LOG-FECHA-VALOR
                     MOVE 0 TO VARS-LOG-ORIG-FECHA
                     MOVE 0 TO VARS-LOG-ORIG-SECUENCIA
                     WRITE VARS-LOG-REG
                     ADD 1 TO WS-CONVERTIDOS
                 END-READ
