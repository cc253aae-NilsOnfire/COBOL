      *****************************************************************
      * EDELIV - e-delivery extract for the mail gateway, written by
      * EDELIV (the callable writer CUSTSTMT and DUNNING share) for
      * every document whose customer takes it electronically:
      * EDELEXTR.DAT for account statements, EDELCART.DAT for dunning
      * letters. Framed like REFPAGO for the receiving side: a
      * CABECERA record (business date and document type), one LINEA
      * record per document line (customer, the address to mail it
      * to, the line number within the document and the line exactly
      * as it would have printed), and a COLA record with the
      * document count, the LINEA count and the hash total of the
      * CUST-IDs of the documents. EDELEXTR.RDY / EDELCART.RDY
      * (FEEDTRIG shape) is dropped after a run that carried at least
      * one document; the gateway's collector deletes it on pickup.
      * EDEL-TIPO values: "CABECERA", "LINEA", "COLA".
      * EDEL-DOC-TIPO: "E" account statement, "C" dunning letter.
      *****************************************************************
       01  EDEL-REG.
           05  EDEL-TIPO        PIC X(9).
           05  EDEL-DOC-TIPO    PIC X.
           05  EDEL-FECHA       PIC 9(8).
           05  EDEL-CUST-ID     PIC 9(6).
           05  EDEL-EMAIL       PIC X(40).
           05  EDEL-LINEA       PIC 9(4).
           05  EDEL-TEXTO       PIC X(100).
           05  EDEL-DOCUMENTOS  PIC 9(7).
           05  EDEL-REGISTROS   PIC 9(9).
           05  EDEL-HASH-CUST   PIC 9(12).
