      *****************************************************************
      * CPOSORD - sort work record putting a mailing run in postal-
      * code order (customer number within a code) for the bulk-mail
      * rate: CUSTSTMT, DUNNING and DORMANT release one per customer
      * they will consider and read each back from the master by key.
      *****************************************************************
       01  CPOS-ORD-REG.
           05  CPOS-ORD-CODPOSTAL PIC X(8).
           05  CPOS-ORD-CUST-ID   PIC 9(6).
