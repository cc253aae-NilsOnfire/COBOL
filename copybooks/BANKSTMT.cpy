      *****************************************************************
      * BANKSTMT - the bank's daily account statement, BANKSTMT.DAT,
      * landed framed as BANKSTMT.IN and released by INGATE. One "I"
      * line with the opening balance, one "M" line per movement
      * (BNK-DEBE-HAB "C" = credit received, "D" = debit charged)
      * and one "F" line with the closing balance. A credit carries
      * the remitter's reference: the customer number with its check
      * digit, verified through CUSTIDVF. BANKREC matches the credits
      * against CASHAPP's applications in CASHAPLI.DAT and proves the
      * day's balance movement.
      *****************************************************************
       01  BANK-STMT-REG.
           05  BNK-TIPO       PIC X.
           05  BNK-FECHA      PIC 9(8).
           05  BNK-DEBE-HAB   PIC X.
           05  BNK-IMPORTE    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BNK-REFERENCIA PIC X(8).
           05  BNK-CONCEPTO   PIC X(30).
