      *****************************************************************
      * PROFHIST - customer income history, PROFHIST.DAT, appended
      * nightly by PROFACUM: one record per customer with income or
      * loss on the business date. FEEFILE.DAT is overwritten every
      * night, so this is where the fees survive for PROFRPT's
      * monthly and year-to-date profitability. PRF-CUOTAS is the
      * net activity fee (FEECALC), PRF-FIJOS the net standing
      * charge (STNDRUN's FEEFILE records, base and rate zero),
      * PRF-INTERES the INTACCR accrual, PRF-CASTIGOS the balance
      * written off by CASTIGO (positive) and PRF-REEMBOLSOS the
      * credit paid back by REFUND. Amounts net of VAT.
      *****************************************************************
       01  PROF-HIST-REG.
           05  PRF-FECHA       PIC 9(8).
           05  PRF-CUST-ID     PIC 9(6).
           05  PRF-CUOTAS      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PRF-FIJOS       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PRF-INTERES     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PRF-CASTIGOS    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  PRF-REEMBOLSOS  PIC S9(9)V99 SIGN LEADING SEPARATE.
