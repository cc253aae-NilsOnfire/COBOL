      *****************************************************************
      * BANKPEND - open items of the bank reconciliation,
      * BANKPEND.DAT, rewritten whole by BANKREC every night: the
      * bank credits no application has matched yet ("B") and the
      * CASHAPP applications whose money has not been seen on the
      * statement ("A"), with the date each side was booked, so a
      * credit that arrives a day late still matches and an item
      * left open past BANKPARM.DAT's limit is alerted once
      * (BPND-ALERTADA "Y") to OPERALRT.
      *****************************************************************
       01  BANK-PEND-REG.
           05  BPND-ORIGEN     PIC X.
           05  BPND-FECHA      PIC 9(8).
           05  BPND-CUST-ID    PIC 9(6).
           05  BPND-IMPORTE    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BPND-REFERENCIA PIC X(8).
           05  BPND-SECUENCIA  PIC 9(6).
           05  BPND-ALERTADA   PIC X.
