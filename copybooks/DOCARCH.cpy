      *****************************************************************
      * DOCARCH - archive of every document mailed, DOCARCH.DAT,
      * ORGANIZATION INDEXED: one record per printed line, keyed by
      * customer, document type, business date, chain run-id, the
      * time the print run started and the line number, with the
      * line exactly as it went to EXTRACTO.DAT or DUNCARTA.DAT.
      * Written only through DOCARCH (the callable writer CUSTSTMT
      * and DUNNING share); INQUIRY lists a customer's documents and
      * DOCREIMP reprints one as a duplicate.
      * DOC-TIPO: "E" account statement (CUSTSTMT), "C" dunning
      * letter (DUNNING).
      *****************************************************************
       01  DOC-ARCH-REG.
           05  DOC-ARCH-CLAVE.
               10  DOC-CUST-ID    PIC 9(6).
               10  DOC-TIPO       PIC X.
               10  DOC-FECHA      PIC 9(8).
               10  DOC-RUN-ID     PIC 9(6).
               10  DOC-HORA       PIC 9(8).
               10  DOC-LINEA      PIC 9(4).
           05  DOC-TEXTO          PIC X(100).
