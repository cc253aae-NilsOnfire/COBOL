      *****************************************************************
      * LEGALHLD - legal-hold register, LEGALHLD.DAT: one record per
      * hold placed by legal through LEGALMNT under an ADM sign-on,
      * with the matter reference it answers to. A hold names a
      * customer (LHLD-CUST-ID), a period (LHLD-DESDE/LHLD-HASTA, a
      * zero end meaning open-ended on that side), or both. While
      * LHLD-ESTADO is "A" (activa) nothing it covers may be
      * destroyed: CUSTPURG refuses the customer (PURGEXC "RETENIDO")
      * and CUSTANON will not mask it; HOUSEKEEP will not cut
      * AUDITLOG/CTLTOTAL records dated inside the period, GDGROTATE
      * will not prune a generation dated inside it, and ARCHINQ
      * flags the archive holdings it covers. A customer hold with
      * no period protects that customer's records, not the shared
      * logs and generations. Everything asks through LEGALCHK.
      * "L" = levantada (released through LEGALMNT); released holds
      * stay in the register with who released them and when.
      *****************************************************************
       01  LEGAL-HOLD-REG.
           05  LHLD-NUMERO      PIC 9(4).
           05  LHLD-CUST-ID     PIC 9(6).
           05  LHLD-DESDE       PIC 9(8).
           05  LHLD-HASTA       PIC 9(8).
           05  LHLD-ASUNTO      PIC X(20).
           05  LHLD-ESTADO      PIC X.
           05  LHLD-FECHA-ALTA  PIC 9(8).
           05  LHLD-OPER-ALTA   PIC X(10).
           05  LHLD-FECHA-BAJA  PIC 9(8).
           05  LHLD-OPER-BAJA   PIC X(10).
