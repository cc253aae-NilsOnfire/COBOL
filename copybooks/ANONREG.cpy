      *****************************************************************
      * ANONREG - right-to-erasure register, ANONREG.DAT: one record
      * appended by CUSTANON for every customer anonymised, kept as
      * the proof the erasure request was honoured. ANON-REFERENCIA
      * is the data-protection request reference as the requester's
      * letter gives it; ANON-APROBADOR the supervisor who signed on
      * and approved it. ANON-HIST / ANON-SUSP count the CUSTHIST and
      * CUSTSUSP records masked. No personal data is kept here.
      *****************************************************************
       01  ANON-REG.
           05  ANON-FECHA      PIC 9(8).
           05  ANON-HORA       PIC 9(8).
           05  ANON-CUST-ID    PIC 9(6).
           05  ANON-REFERENCIA PIC X(20).
           05  ANON-APROBADOR  PIC X(10).
           05  ANON-HIST       PIC 9(4).
           05  ANON-SUSP       PIC 9(3).
