      *****************************************************************
      * CODPOST - postal-code reference file, CODPOST.DAT, as the
      * postal service publishes it: one record per code and town it
      * delivers to (a code serving several towns appears once for
      * each, and a town may have several codes), with the province.
      * Released by INGATE; each delivery replaces the whole file.
      * CPOSCHK checks a keyed CODPOSTAL and CIUDAD against it, the
      * town compared as NOMNORM normalises it and to the 15
      * characters CUST-CIUDAD holds.
      *****************************************************************
       01  COD-POST-REG.
           05  CPOS-CODIGO    PIC X(8).
           05  CPOS-CIUDAD    PIC X(30).
           05  CPOS-PROVINCIA PIC X(20).
