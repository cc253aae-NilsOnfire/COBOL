      *****************************************************************
      * SEQCEXC - one record per branch usage line SEQCONC could not
      * reconcile, written to SEQCEXC.DAT: the SORTEXC shape (file,
      * type, key = the sequence number) plus the series and branch
      * the line came under. Types: FUERA (number outside every
      * block reserved to that branch in that series), DUPLICADO
      * (the branch reported the number twice), ANULADO (used by the
      * branch but already voided in SEQVOID.DAT) and INVALIDO (no
      * usable number on the line).
      *****************************************************************
       01  SEQ-CEXC-REG.
           05  SEQ-CEXC-ARCHIVO  PIC X(12).
           05  SEQ-CEXC-TIPO     PIC X(9).
           05  SEQ-CEXC-CLAVE    PIC 9(6).
           05  SEQ-CEXC-SERIE    PIC X(8).
           05  SEQ-CEXC-SUCURSAL PIC X(6).
