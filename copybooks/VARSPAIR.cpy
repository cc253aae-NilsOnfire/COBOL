      * EUR, the base): VARS converts through the business date's
      * rate in FXRATES.DAT and fails hard when that rate is missing,
      * instead of the keying desk pre-converting by calculator.
      * PAIR-FECHA-VALOR back-values a late correction: the day the
      * amount should have been on the balance (spaces or zero = the
      * business date). VALFECHA holds it to the VALPARM.DAT limit;
      * a date in a closed month also needs PAIR-APROBADOR, the SUP
      * or ADM who signed it off at VARSDESK.
      *****************************************************************
       01  VARS-PAIR-REG.
           05  PAIR-NUM-1 PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  FILLER     PIC X VALUE SPACE.
      *    Operator who keyed the pair (VARSDESK's intraday capture);
      *    spaces on lines still built by hand in an editor.
      *    PROVE-BATCH audits each failing line against it (EXCEP)
      *    for OPERRPT.
           05  PAIR-OPERADOR PIC X(10).
           05  FILLER     PIC X VALUE SPACE.
           05  PAIR-FECHA-VALOR PIC 9(8).
           05  FILLER     PIC X VALUE SPACE.
           05  PAIR-APROBADOR PIC X(10).
