      *****************************************************************
      * DDDEVOL - one record per unpaid or returned collection in the
      * bank's return file, DDDEVOL.DAT (released by INGATE): the
      * DDCOBRO.DAT sequence the collection went out under, the
      * customer and mandate reference, the amount returned and the
      * bank's reason code (catalogued in RSNCODE.DAT under domain
      * "ADEUDO"). Read by DDDEVOL in the NIGHTRUN chain.
      *****************************************************************
       01  DD-DEVOL-REG.
           05  DDDV-SECUENCIA  PIC 9(6).
           05  DDDV-CUST-ID    PIC 9(6).
           05  DDDV-REFERENCIA PIC X(35).
           05  DDDV-IMPORTE    PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  DDDV-MOTIVO     PIC X(9).
