      *****************************************************************
      * LIMITLIB - release register of the pairs parked on a credit-
      * limit breach, LIMITLIB.DAT: one record appended by LIMITREL
      * for every held pair a supervisor re-queued ("L") or
      * discarded ("D"), with the operator who keyed the pair at
      * VARSDESK (PAIR-OPERADOR of the held image, spaces on a pair
      * built by hand) and the supervisor who decided it. The
      * re-queued line carries the supervisor as its operator, so
      * this register is the only place the two stay side by side;
      * SODRPT reads it for pairs released by their own keyer;
      * OPERRPT counts each decision to the supervisor's workload.
      *****************************************************************
       01  LIMIT-LIB-REG.
           05  LIB-FECHA       PIC 9(8).
           05  LIB-HORA        PIC 9(8).
           05  LIB-CUST-ID     PIC 9(6).
           05  LIB-DECISION    PIC X.
           05  LIB-CAPTURADOR  PIC X(10).
           05  LIB-SUPERVISOR  PIC X(10).
           05  LIB-PAR-IMAGEN  PIC X(63).
