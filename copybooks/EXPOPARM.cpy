      *****************************************************************
      * EXPOPARM - large-exposure parameters for EXPORPT, EXPOPARM.DAT
      * (optional; the defaults apply when absent or zero): a
      * customer is a large exposure when its open balance exceeds
      * EXPP-UMBRAL (default 100000.00) or EXPP-CUOTA percent of the
      * whole receivables book (default 5.00). The same test, applied
      * to the previous month-end snapshot, decides who is new on the
      * list.
      *****************************************************************
       01  EXPO-PARM-REG.
           05  EXPP-UMBRAL        PIC 9(9)V99.
           05  EXPP-CUOTA         PIC 9(2)V99.
