      *****************************************************************
      * CASTIGO - bad-debt write-off register, CASTIGOS.DAT: one
      * record per balance a supervisor wrote off in CASTIGO, kept
      * for the auditors (CASTRPT lists a quarter of it). CAS-DIAS
      * is the age of the balance in days since BAL-FECHA-ULT when
      * it was written off (99999 = no recorded movement, AGERPT's
      * 90+ bucket); CAS-NIVEL the dunning letter level reached.
      *****************************************************************
       01  CASTIGO-REG.
           05  CAS-FECHA      PIC 9(8).
           05  CAS-HORA       PIC 9(8).
           05  CAS-CUST-ID    PIC 9(6).
           05  CAS-NOMBRE     PIC X(15).
           05  CAS-APELLIDOS  PIC X(20).
           05  CAS-IMPORTE    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CAS-DIAS       PIC 9(5).
           05  CAS-NIVEL      PIC 9.
           05  CAS-APROBADOR  PIC X(10).
