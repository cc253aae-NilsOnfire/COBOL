      *****************************************************************
      * CPOSEXC - customers already in CUSTMAST.DAT whose address
      * fails the postal-code check against the current CODPOST.DAT,
      * found by CPOSREV's sweep: the customer and the address as the
      * master holds it, and why it failed (CPEX-MOTIVO "CODIGO" no
      * such postal code, "CIUDAD" the code does not serve that
      * town). Rewritten by each sweep; the desk corrects the address
      * through CUSTMAINT, which checks the new one, and the next
      * sweep no longer lists the customer.
      *****************************************************************
       01  CPOS-EXC-REG.
           05  CPEX-FECHA     PIC 9(8).
           05  CPEX-CUST-ID   PIC 9(6).
           05  CPEX-NOMBRE    PIC X(15).
           05  CPEX-APELLIDOS PIC X(20).
           05  CPEX-CALLE     PIC X(25).
           05  CPEX-CIUDAD    PIC X(15).
           05  CPEX-CODPOSTAL PIC X(8).
           05  CPEX-MOTIVO    PIC X(9).
