      *****************************************************************
      * DORMREG - dormancy register, DORMREG.DAT, kept by DORMANT:
      * one record per customer somewhere in the dormancy lifecycle.
      * DORM-ESTADO "N" first notice sent on DORM-FECHA (the letter
      * went to DORMCART.DAT), "D" made dormant on DORM-FECHA
      * (CUST-ESTADO "D", journaled), "R" reactivated through
      * CUSTMAINT, noticed by the run on DORM-FECHA -- inactivity is
      * counted again from that date. DORM-ULT-MOV is the last
      * ledger date in TXNHIST.DAT when the record was written, so
      * activity after a notice withdraws it. Rewritten whole by
      * every run; a customer no longer activo or dormant drops out.
      *****************************************************************
       01  DORM-REG.
           05  DORM-CUST-ID   PIC 9(6).
           05  DORM-ESTADO    PIC X.
           05  DORM-FECHA     PIC 9(8).
           05  DORM-ULT-MOV   PIC 9(8).
