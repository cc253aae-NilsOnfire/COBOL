      *****************************************************************
      * MEMOBAL - intraday memo posting, MEMOBAL.DAT: one line per
      * pair VARSDESK accepts, appended the moment it is written to
      * VARSPAIR.DAT, so the desk sees the customer's position
      * before the night posts it. MEMO-FECHA is the business date
      * the pair was keyed on (only that date's memos count towards
      * the position), MEMO-IMPORTE the pair's SUMA in the EUR base
      * at the business date's FXRATES.DAT rate -- the amount VARS
      * will post tonight -- and MEMO-NUM-1/NUM-2/MONEDA the pair as
      * keyed, which is what MEMOPRUE matches against the night's
      * posted VARSLOG generation before clearing the file.
      *****************************************************************
       01  MEMO-BAL-REG.
           05  MEMO-FECHA     PIC 9(8).
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-HORA      PIC 9(8).
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-CUST-ID   PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-IMPORTE   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-NUM-1     PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-NUM-2     PIC S9(6)V99 SIGN LEADING SEPARATE.
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-MONEDA    PIC X(3).
           05  FILLER         PIC X VALUE SPACE.
           05  MEMO-OPERADOR  PIC X(10).
