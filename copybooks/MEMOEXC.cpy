      *****************************************************************
      * MEMOEXC - one record per memo MEMOPRUE could not prove
      * against the posted VARSLOG generation of its date: a pair
      * VARSDESK memo-posted that never reached the balance
      * ("NOPOSTEO": parked by VARS, rejected, or its posting
      * stopped) or one posted at another EUR amount than the memo
      * ("DIFIMPORT"). CLAVE is the customer. Same shape as
      * PROVEEXC/SORTEXC so operations reads them all the same way;
      * rewritten on each run, the details are in MEMOPRUE.DAT.
      *****************************************************************
       01  MEMO-EXC-REG.
           05  MEMO-EXC-ARCHIVO  PIC X(12).
           05  MEMO-EXC-TIPO     PIC X(9).
           05  MEMO-EXC-CLAVE    PIC 9(6).
