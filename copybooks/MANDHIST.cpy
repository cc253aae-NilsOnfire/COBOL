      *****************************************************************
      * MANDHIST - before/after change-history journal for the
      * direct-debit mandate register, kept the CUSTHIST way: one
      * record appended by MANDJRNL for every change to MANDATOS.DAT
      * (MANDMNT on the desk, DDDEVOL when a returned collection is
      * counted), with the operator, the action and both images.
      * Keyed by CUST-ID plus a per-customer sequence so MANDMNT can
      * list one customer's mandate history in order.
      * MHIS-ACCION: "ALTA" mandate signed, "CAMBIO" reference or
      * account changed, "ESTADO" cancelled or reactivated by the
      * desk, "DEVOL" returned collection counted, "SUSPEN" returned
      * collection that reached the limit and suspended the mandate.
      *****************************************************************
       01  MAND-HIST-REG.
           05  MAND-HIST-CLAVE.
               10  MHIS-CUST-ID      PIC 9(6).
               10  MHIS-SECUENCIA    PIC 9(4).
           05  MHIS-FECHA            PIC 9(8).
           05  MHIS-HORA             PIC 9(8).
           05  MHIS-OPERADOR         PIC X(10).
           05  MHIS-ACCION           PIC X(6).
           05  MHIS-ANT-REFERENCIA   PIC X(35).
           05  MHIS-ANT-CUENTA       PIC X(34).
           05  MHIS-ANT-FECHA-FIRMA  PIC 9(8).
           05  MHIS-ANT-ESTADO       PIC X.
           05  MHIS-ANT-DEVOLUCIONES PIC 99.
           05  MHIS-NUE-REFERENCIA   PIC X(35).
           05  MHIS-NUE-CUENTA       PIC X(34).
           05  MHIS-NUE-FECHA-FIRMA  PIC 9(8).
           05  MHIS-NUE-ESTADO       PIC X.
           05  MHIS-NUE-DEVOLUCIONES PIC 99.
