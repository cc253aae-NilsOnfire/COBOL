      * applied (a percentage from the rate table in force that day)
      * and the resulting fee computed through the VARSCALC core.
      * BILLING-EXPORT picks these up into the billing feed, and the
      * fee total is balanced through CTLTOTAL.DAT. PROFACUM keeps
      * each night's records in FEEHIST.DAT, same layout, for VATRPT.
      * A fee raised under a waiver (EXENCION.DAT, applied through
      * EXENCALC by FEECALC and STNDRUN) carries the fee before it in
      * FEE-TARIFA, the amount waived in FEE-EXENTO and the waiver in
      * FEE-EXENCION; FEE-IMPORTE is then the fee after the waiver,
      * the one taxed and billed. EXENRPT reads them from FEEHIST.
      * Records written before the waivers existed have spaces in
      * the three, so a reader tests them NUMERIC first.
      *****************************************************************
       01  FEE-REG.
           05  FEE-CUST-ID PIC 9(6).
           05  FEE-IMPORTE PIC S9(9)V99.
           05  FEE-IMPUESTO PIC S9(9)V99.
           05  FEE-BRUTO   PIC S9(9)V99.
           05  FEE-TARIFA  PIC S9(9)V99.
           05  FEE-EXENTO  PIC S9(9)V99.
           05  FEE-EXENCION PIC 9(5).
