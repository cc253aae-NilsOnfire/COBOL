      *****************************************************************
      * RATESIMR - rate-change simulation summary, RATESIMR.DAT, one
      * record appended per RATESIM run: the pending version that
      * was priced, the business date of the run, the activity
      * window (SIMR-FUENTE "L" the VARSLOG generations, "H"
      * TXNHIST.DAT), the customers priced, the gross fees under the
      * table in force and under the draft, and how many customers
      * crossed the increase threshold. RATEAPPR shows the latest
      * one next to each pending version before it is approved.
      *****************************************************************
       01  RATE-SIM-RES-REG.
           05  SIMR-VERSION   PIC 9(4).
           05  SIMR-FECHA     PIC 9(8).
           05  SIMR-FUENTE    PIC X.
           05  SIMR-DESDE     PIC 9(8).
           05  SIMR-HASTA     PIC 9(8).
           05  SIMR-CLIENTES  PIC 9(5).
           05  SIMR-ACTUAL    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  SIMR-NUEVA     PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  SIMR-AVISOS    PIC 9(5).
           05  SIMR-UMBRAL    PIC 9(3).
