      *****************************************************************
      * NOMPARM - payroll-deduction parameters, NOMPARM.DAT (optional;
      * the defaults apply when absent): NOMP-DIA-DESCUENTO is the
      * day of the month the deduction extract goes to payroll --
      * NOMDESC sends it on the first business day on or after it,
      * once per month (default 20) -- and NOMP-MAXIMO the most that
      * may be deducted from one employee in one pay period (default
      * 300.00). A balance above the cap is deducted in instalments
      * over the following months.
      *****************************************************************
       01  NOM-PARM-REG.
           05  NOMP-DIA-DESCUENTO PIC 99.
           05  NOMP-MAXIMO        PIC 9(7)V99.
