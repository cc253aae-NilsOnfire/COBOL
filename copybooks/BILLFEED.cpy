      * CUST-IDs, BILL-LEDGER-SUMA = amount total), so a skipped or
      * duplicated feed day is detectable on both sides.
      * BILL-TIPO values: "CABECERA", "CLIENTE", "AJUSTE", "COLA".
      * Each feed written whole is also appended, line for line, to
      * BILLHIST.DAT, which FACTCONC proves the monthly invoice
      * register against.
      *****************************************************************
       01  BILL-FEED-REC.
           05  BILL-TIPO         PIC X(9).
           05  BILL-SEC-ORIG     PIC 9(6).
           05  BILL-AJUSTES      PIC 9(6).
           05  BILL-AJUSTE-SUMA  PIC S9(9)V99.
      *    CLIENTE records also carry the customer's billing currency
      *    (CUST-MONEDA, EUR when blank), the FXRATES.DAT rate of the
      *    feed date applied (1 unit = BILL-TASA EUR) and the day's
      *    ledger sum and gross fee billed in that currency. The EUR
      *    base amounts above are unchanged and still the ones the
      *    COLA totals prove.
           05  BILL-MONEDA       PIC X(3).
           05  BILL-TASA         PIC 9(3)V9(6).
           05  BILL-MON-SUMA     PIC S9(9)V99.
           05  BILL-MON-CUOTA-BRUTA PIC S9(9)V99.
