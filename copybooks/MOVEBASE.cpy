      *****************************************************************
      * MOVEBASE - customer base snapshot, MOVEBASE.DAT, rewritten by
      * CUSTMOVE at the close of every monthly movement report: one
      * record per customer on the book at that date (CUST-ESTADO
      * "A", "I", "P", "D" or blank -- merged "F" and anonymised "X"
      * records are off the book), in CUST-ID order. It is the next
      * report's opening position; MOVB-FECHA is the business date
      * the snapshot was taken, the same on every record.
      *****************************************************************
       01  MOVE-BASE-REG.
           05  MOVB-CUST-ID   PIC 9(6).
           05  MOVB-ESTADO    PIC X.
           05  MOVB-SEGMENTO  PIC X(3).
           05  MOVB-FECHA     PIC 9(8).
