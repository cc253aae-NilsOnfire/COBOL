      * and BILL-EXC-SECUENCIA the feed sequence the response named,
      * so BILLFIX can show the operator WHY and queue an explicit
      * adjustment against the right original feed.
      * FACTCONC writes FACTEXC.DAT in this shape: ARCHIVO
      * "BILLFACT", TIPO the verdict (NOENVIADO, NOFACTURA,
      * DUPLICADO, DIFIMPORT, PERIODO, INVALIDO), CLAVE the
      * customer, MOTIVO the feed line type and SECUENCIA the feed.
       01  BILL-EXC-REG.
           05  BILL-EXC-ARCHIVO  PIC X(12).
           05  BILL-EXC-TIPO     PIC X(9).
