           05  TXN-MONEDA     PIC X(3).
           05  TXN-TASA       PIC 9(3)V9(6) COMP-3.
           05  TXN-SUMA-ORIG  PIC S9(9)V99 COMP-3.
      *    Value date of a back-valued correction; TXN-FECHA stays
      *    the business date it was booked and posted, so the key
      *    and the statement period follow the posting.
           05  TXN-FECHA-VALOR PIC 9(8) COMP-3.
      *    The ledger event (VARS-LOG-EVENTO) and, on a reversal, the
      *    key of the entry it cancels, so statements print the two
      *    together and REVERSO can refuse a second reversal.
           05  TXN-EVENTO      PIC X(9).
           05  TXN-ORIG-FECHA  PIC 9(8) COMP-3.
           05  TXN-ORIG-SECUENCIA PIC 9(5) COMP-3.
