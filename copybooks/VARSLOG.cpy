           05  VARS-LOG-MONEDA PIC X(3).
           05  VARS-LOG-TASA PIC 9(3)V9(6) COMP-3.
           05  VARS-LOG-SUMA-ORIG PIC S9(9)V99 COMP-3.
      *    Event the record books in the GL extract: spaces for
      *    ordinary ledger activity (GLEXTRACT's "ACTIVIDAD"),
      *    "CASTIGO" for a bad-debt write-off CASTIGO posts, which
      *    GLMAP.DAT maps to the bad-debt expense account and
      *    FEECALC keeps out of the fee base. "INTERES" marks an
      *    INTACCR accrual and "REEMBOLSO" a REFUND debit: both book
      *    as ordinary activity, the tag only lets PROFACUM tell
      *    them apart for the profitability history. "ADEUDO" marks
      *    a direct-debit collection DDCOBRO credits and "DEVADEUDO"
      *    the debit DDDEVOL books when the bank returns it, and
      *    "NOMINA" a payroll deduction NOMCONF credits once payroll
      *    confirms it: ordinary activity as well.
           05  VARS-LOG-EVENTO PIC X(9).
      *    Value date: the day the amount belongs on the balance.
      *    Equal to VARS-LOG-FECHA (the business date it was booked
      *    and posted) except on a back-valued correction keyed
      *    through VARSDESK; INTVALOR raises the interest difference
      *    for the days between the two as an "AJINTERES" record,
      *    ordinary activity like "INTERES".
           05  VARS-LOG-FECHA-VALOR PIC 9(8) COMP-3.
      *    Reversal link: on a "REVERSO" record (the exact offset
      *    REVERSO posts for a wrong entry) the TXNHIST key of the
      *    entry it cancels -- same customer, its business date and
      *    intra-day sequence. Zero on every other record; readers
      *    only look at it when the event is "REVERSO".
           05  VARS-LOG-ORIG-FECHA PIC 9(8) COMP-3.
           05  VARS-LOG-ORIG-SECUENCIA PIC 9(5) COMP-3.
