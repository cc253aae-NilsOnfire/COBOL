      *****************************************************************
      * EXENCION - fee-waiver register, EXENCION.DAT: one record per
      * waiver or promotional discount an account manager promised,
      * keyed through EXENMNT under a SUP sign-on. A waiver names a
      * customer (EXEN-CUST-ID) or, with CUST-ID zero, a whole
      * segment (EXEN-SEGMENTO). EXEN-TIPO "P" takes EXEN-PORCENTAJE
      * percent off each fee, "F" takes EXEN-IMPORTE off each fee
      * (never more than the fee itself). It applies to the fees
      * raised from EXEN-DESDE to EXEN-HASTA (zero = open on that
      * side). EXEN-MOTIVO is a code of the RSNCODE "EXENCION"
      * domain, EXEN-GESTOR the account manager who promised it and
      * EXEN-APROBADOR the supervisor who approved it. While
      * EXEN-ESTADO is "A" (activa) FEECALC and STNDRUN apply it
      * through EXENCALC, recording the waived amount and the waiver
      * number on the fee (FEEREC); EXENRPT reports the income given
      * up. "B" = de baja (cancelled through EXENMNT); cancelled
      * waivers stay in the register with who cancelled them and
      * when.
      *****************************************************************
       01  EXENCION-REG.
           05  EXEN-NUMERO      PIC 9(5).
           05  EXEN-CUST-ID     PIC 9(6).
           05  EXEN-SEGMENTO    PIC X(3).
           05  EXEN-TIPO        PIC X.
           05  EXEN-PORCENTAJE  PIC 999V99.
           05  EXEN-IMPORTE     PIC 9(7)V99.
           05  EXEN-DESDE       PIC 9(8).
           05  EXEN-HASTA       PIC 9(8).
           05  EXEN-MOTIVO      PIC X(9).
           05  EXEN-GESTOR      PIC X(10).
           05  EXEN-APROBADOR   PIC X(10).
           05  EXEN-FECHA-ALTA  PIC 9(8).
           05  EXEN-ESTADO      PIC X.
           05  EXEN-FECHA-BAJA  PIC 9(8).
           05  EXEN-OPER-BAJA   PIC X(10).
