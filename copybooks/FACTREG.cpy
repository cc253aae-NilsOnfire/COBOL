      *****************************************************************
      * FACTREG - one record per invoice line in the billing system's
      * monthly invoice register, BILLFACT.DAT (released by INGATE):
      * the month invoiced (FACT-PERIODO, YYYYMM), the BILLFEED line
      * it was raised from (feed sequence, CUST-ID and line type,
      * "CLIENTE" or "AJUSTE"), billing's own invoice number and date,
      * and the net, VAT and gross invoiced. AJUSTE lines carry their
      * whole amount in FACT-BRUTO. Read by FACTCONC.
      *****************************************************************
       01  FACT-REG.
           05  FACT-PERIODO   PIC 9(6).
           05  FACT-SECUENCIA PIC 9(6).
           05  FACT-CUST-ID   PIC 9(6).
           05  FACT-TIPO      PIC X(9).
           05  FACT-NUMERO    PIC X(12).
           05  FACT-FECHA     PIC 9(8).
           05  FACT-NETO      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FACT-IVA       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FACT-BRUTO     PIC S9(9)V99 SIGN LEADING SEPARATE.
