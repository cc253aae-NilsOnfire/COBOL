      *****************************************************************
      * REVERSO - reversal register, REVERSOS.DAT: one record per
      * posted ledger entry a supervisor reversed through REVERSO,
      * kept for the auditors and read back by REVERSO itself so the
      * same entry can never be reversed twice. REV-ORIG-* is the
      * TXNHIST key of the entry cancelled (the customer is REV-CUST-
      * ID); REV-IMPORTE is the offsetting SUMA posted (the negative
      * of the original's) and REV-MOTIVO the RSNCODE.DAT code,
      * domain "REVERSO".
      *****************************************************************
       01  REVERSO-REG.
           05  REV-FECHA      PIC 9(8).
           05  REV-HORA       PIC 9(8).
           05  REV-CUST-ID    PIC 9(6).
           05  REV-ORIG-FECHA PIC 9(8).
           05  REV-ORIG-SECUENCIA PIC 9(5).
           05  REV-IMPORTE    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  REV-MOTIVO     PIC X(9).
           05  REV-APROBADOR  PIC X(10).
