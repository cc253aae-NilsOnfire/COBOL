      *****************************************************************
      * EDELRTRN - one record per hard bounce in the mail gateway's
      * return file, EDELRTRN.DAT (released by INGATE): which
      * customer's electronic document could not be delivered, to
      * which address, on which date and the gateway's reason code.
      * Read by EDELRTRN in the NIGHTRUN chain, which turns the
      * customer back to paper so the next statement or dunning
      * letter is printed instead of bouncing again.
      *****************************************************************
       01  EDEL-RTRN-REG.
           05  EDRT-CUST-ID  PIC 9(6).
           05  EDRT-EMAIL    PIC X(40).
           05  EDRT-FECHA    PIC 9(8).
           05  EDRT-MOTIVO   PIC X(9).
