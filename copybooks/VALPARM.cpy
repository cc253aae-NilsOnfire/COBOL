      *****************************************************************
      * VALPARM - value-date parameters, VALPARM.DAT (optional; the
      * default applies when absent): VALP-DIAS-MAX is the furthest
      * back, in calendar days from the business date, a ledger pair
      * may be value-dated (default 030). VALFECHA reads it for
      * VARSDESK, PROVE-BATCH, PROVEFIX and VARS alike, so the limit
      * is the same at the keyboard and in the night.
      *****************************************************************
       01  VAL-PARM-REG.
           05  VALP-DIAS-MAX   PIC 9(3).
