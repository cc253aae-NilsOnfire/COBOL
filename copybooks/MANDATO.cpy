      *****************************************************************
      * MANDATO - direct-debit mandate register, MANDATOS.DAT,
      * ORGANIZATION INDEXED keyed by MAND-CUST-ID: at most one
      * mandate per customer, signed by the customer and captured
      * through MANDMNT (every change journaled by MANDJRNL to
      * MANDHIST.DAT). MAND-REFERENCIA is the mandate reference the
      * bank knows it by, MAND-CUENTA the IBAN to debit.
      * MAND-ESTADO: "A" activo (DDCOBRO collects the customer's open
      * debit balance on each collection date), "S" suspendido
      * (DDDEVOL suspends it once DDPARM.DAT's limit of returned
      * collections is reached; MANDMNT reactivates it), "C"
      * cancelado by the desk. MAND-DEVOLUCIONES counts the returns
      * since the mandate was signed or last reactivated.
      * MAND-ULT-COBRO / MAND-ULT-IMPORTE are the last collection
      * sent to the bank under this mandate.
      *****************************************************************
       01  MANDATO-REG.
           05  MAND-CUST-ID      PIC 9(6).
           05  MAND-REFERENCIA   PIC X(35).
           05  MAND-CUENTA       PIC X(34).
           05  MAND-FECHA-FIRMA  PIC 9(8).
           05  MAND-ESTADO       PIC X.
           05  MAND-DEVOLUCIONES PIC 99.
           05  MAND-FECHA-ESTADO PIC 9(8).
           05  MAND-ULT-COBRO    PIC 9(8).
           05  MAND-ULT-IMPORTE  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  MAND-OPERADOR     PIC X(10).
