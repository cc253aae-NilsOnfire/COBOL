      *****************************************************************
      * PARCPARM - run parameters for PARCOMP's PROD/TEST parallel-run
      * comparison, one record in PARCPARM.DAT (optional; PARCOMP
      * asks the console for the date when the file is absent).
      * PARC-FECHA is the business date both environments processed
      * -- it names the generations compared; zero means the current
      * business date. PARC-DETALLE is how many differing records
      * are listed field by field per file (zero = 5); every
      * difference is still counted.
      *****************************************************************
       01  PARC-PARM-REG.
           05  PARC-FECHA         PIC 9(8).
           05  PARC-DETALLE       PIC 99.
