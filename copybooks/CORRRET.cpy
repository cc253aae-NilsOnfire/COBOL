      *****************************************************************
      * CORRRET - held-mail register, CORRRET.DAT: one record for
      * every document a print run did not put in the post because
      * the customer's address came back undeliverable (CUST-DIR-
      * INVALIDA "Y", keyed through CORRDEV). Appended by CUSTSTMT
      * (CRET-TIPO "E" statement), DUNNING ("C" dunning letter,
      * CRET-NIVEL the level that was due and is held) and DORMANT
      * ("D" inactivity notice), with the address the letter would
      * have gone to and the return CORRDEV recorded.
      * CRET-ELECTRONICO "Y" when an e-delivery copy still went out
      * (only the paper copy was held), "N" when nothing reached the
      * customer. The mailroom works the register with the desk:
      * once CUSTMAINT corrects the address the next run mails as
      * usual, and a held statement can be asked for again by
      * customer number through CUSTSTMT.
      *****************************************************************
       01  CORR-RET-REG.
           05  CRET-FECHA       PIC 9(8).
           05  CRET-PROGRAMA    PIC X(8).
           05  CRET-TIPO        PIC X.
           05  CRET-NIVEL       PIC 9.
           05  CRET-CUST-ID     PIC 9(6).
           05  CRET-NOMBRE      PIC X(15).
           05  CRET-APELLIDOS   PIC X(20).
           05  CRET-CALLE       PIC X(25).
           05  CRET-CIUDAD      PIC X(15).
           05  CRET-CODPOSTAL   PIC X(8).
           05  CRET-DIR-FECHA   PIC 9(8).
           05  CRET-DIR-MOTIVO  PIC X(9).
           05  CRET-ELECTRONICO PIC X.
