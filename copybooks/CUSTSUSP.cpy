      * reason ("EXACTO" = name and surname equal, "PARECIDO" =
      * surname equal) until an operator confirms it as a genuine new
      * customer or merges it away via CUSTMAINT's suspense review.
      * The delivery fields ride at the end so records parked before
      * they existed read back as paper with no address.
      * SUSP-MOTIVO "LISTAVIG" is an intake LISTACHK found on the
      * sanctions/watch list: SUSP-CUST-ID is zero and
      * SUSP-LISTA-REF names the list entry. Only compliance's
      * clear/confirm decision in CUSTMAINT releases it.
      *****************************************************************
       01  CUST-SUSP-REG.
           05  SUSP-FECHA      PIC 9(8).
           05  SUSP-TELEFONO   PIC X(12).
           05  SUSP-MOTIVO     PIC X(9).
           05  SUSP-CUST-ID    PIC 9(6).
           05  SUSP-EMAIL      PIC X(40).
           05  SUSP-ENTREGA    PIC X.
           05  SUSP-LISTA-REF  PIC X(12).
