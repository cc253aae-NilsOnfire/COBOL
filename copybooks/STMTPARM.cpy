      *****************************************************************
      * STMTPARM - run parameter for CUSTSTMT's statement generator:
      * the CUST-ID to print, or zero for every active customer whose
      * billing cycle falls on the business date (the cycle run, the
      * night chain's daily CUSTSTMT step). One record read from
      * STMTPARM.DAT at start of run when present; CUSTSTMT asks the
      * console otherwise.
      * STMT-PARM-MODO "C" asks for consolidated group statements:
      * a parent CUST-ID's statement carries every child account of
      * its group and a group total. Space (older parameter files)
      * or "I" is the individual statement.
      *****************************************************************
       01  STMT-PARM-REG.
           05  STMT-PARM-CUST-ID PIC 9(6).
      *    Check digit of the CUST-ID (CHKDIGIT formula); space for a
      *    parameter written before the digit existed.
           05  STMT-PARM-CUST-DV PIC X.
           05  STMT-PARM-MODO    PIC X.
