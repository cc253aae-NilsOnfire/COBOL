      *****************************************************************
      * CASHAPLI - applied-cash journal, CASHAPLI.DAT: one record per
      * remittance CASHAPP posted as a ledger credit (business date,
      * customer, amount remitted, the billing return line's feed
      * sequence). Appended under CASHAPP's checkpoint, so a chain
      * rerun never journals the same cash twice. ACUCHK proves the
      * payment arrangements against it.
      *****************************************************************
       01  CASH-APLI-REG.
           05  CAPL-FECHA     PIC 9(8).
           05  CAPL-CUST-ID   PIC 9(6).
           05  CAPL-IMPORTE   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CAPL-SECUENCIA PIC 9(6).
