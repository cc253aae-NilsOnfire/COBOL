      *****************************************************************
      * SARREG - subject-access request register, SARREG.DAT: one
      * record appended by CUSTSAR for every extract produced, kept
      * as the proof the request was answered and when. SAR-RECIBIDA
      * is the date the request reached us (the operator keys it;
      * today's business date by default), SAR-LIMITE the legal
      * deadline counted from it and SAR-EN-PLAZO "S" when the
      * extract was produced on or before that date. SAR-OPERADOR is
      * the signed-on operator who ran it, SAR-ARCHIVO the extract
      * file handed over and SAR-LINEAS its length. SAR-COMPLETO "N"
      * means a source file could not be read and the extract says
      * so: it must be repeated before it is sent.
      * No personal data is kept here.
      *****************************************************************
       01  SAR-REG.
           05  SAR-FECHA       PIC 9(8).
           05  SAR-HORA        PIC 9(8).
           05  SAR-CUST-ID     PIC 9(6).
           05  SAR-REFERENCIA  PIC X(20).
           05  SAR-OPERADOR    PIC X(10).
           05  SAR-RECIBIDA    PIC 9(8).
           05  SAR-LIMITE      PIC 9(8).
           05  SAR-EN-PLAZO    PIC X.
           05  SAR-ARCHIVO     PIC X(30).
           05  SAR-LINEAS      PIC 9(6).
           05  SAR-COMPLETO    PIC X.
