           05  HELD-CUST-ID   PIC 9(6).
           05  HELD-PROYECTADO PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  HELD-LIMITE    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  HELD-PAR-IMAGEN PIC X(63).
