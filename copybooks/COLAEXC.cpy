      *****************************************************************
      * COLAEXC - exception work queue, COLAEXC.DAT: one record per
      * exception seen in any of the exception files (PROVEEXC,
      * SORTEXC, LIMITEXC, PURGEXC, INTGEXC, FXEXC, MEMOEXC in the
      * PROVEEXC shape; BILLEXC, CASHEXC, HREXC, FACTEXC in the
      * BILLEXC shape) or in the CUSTSUSP.DAT suspense file.
      * COLA-IDENT is what the item is matched on each time the
      * sources are re-read (COLAACT):
      * the source file, its ARCHIVO/TIPO/CLAVE, and COLA-REFERENCIA
      * (MOTIVO+SECUENCIA in the BILLEXC shape, SUSP-FECHA+SUSP-HORA
      * for a suspense entry). COLA-PRIMERA is the business date the
      * item was first seen (a suspense entry's own date), from
      * which its age in business days is counted; COLA-ULTIMA the
      * last date it was still in its source. COLA-DOMINIO and
      * COLA-MOTIVO are the RSNCODE domain and code that describe it
      * ("EXCTIPO" with the exception type unless the source carries
      * its own reason), COLA-PROGRAMA the program that fixes it
      * (spaces = cleared at source by the next run). COLA-ESTADO:
      * "P" pendiente (unassigned), "A" asignada to COLA-ASIGNADO by
      * the supervisor COLA-ASIGNADOR, "R" resuelta -- gone from its
      * source since COLA-FECHA-CIERRE. Resolved items are dropped
      * 30 days after closing. Worked through COLATRAB; OPSRPT
      * prints its ageing summary.
      *****************************************************************
       01  COLA-EXC-REG.
           05  COLA-NUMERO        PIC 9(6).
           05  COLA-IDENT.
               10  COLA-FUENTE     PIC X(8).
               10  COLA-ARCHIVO    PIC X(12).
               10  COLA-TIPO       PIC X(9).
               10  COLA-CLAVE      PIC 9(6).
               10  COLA-REFERENCIA PIC X(16).
           05  COLA-DOMINIO       PIC X(8).
           05  COLA-MOTIVO        PIC X(9).
           05  COLA-PROGRAMA      PIC X(12).
           05  COLA-PRIMERA       PIC 9(8).
           05  COLA-ULTIMA        PIC 9(8).
           05  COLA-ESTADO        PIC X.
           05  COLA-ASIGNADO      PIC X(10).
           05  COLA-ASIGNADOR     PIC X(10).
           05  COLA-FECHA-ASIG    PIC 9(8).
           05  COLA-FECHA-CIERRE  PIC 9(8).
