      * morning reports print next to the bare code. Domains:
      * "SUSPENSO" (SUSP-MOTIVO), "VOID" (VOID-MOTIVO), "THRUREJ"
      * (THRU-REJ-MOTIVO), "RETORNO" (RTRN-MOTIVO and the BILLEXC
      * motives), "ADEUDO" (the bank's DDDV-MOTIVO on a returned
      * direct-debit collection), "REVERSO" (REV-MOTIVO, why a
      * posted entry was reversed), "CORREO" (CUST-DIR-MOTIVO, why
      * the post office returned a letter), "EXENCION" (EXEN-MOTIVO,
      * why a fee waiver or discount was granted), "EXCTIPO" (the
      * exception type -- PROVE-EXC-TIPO and its kin -- that
      * describes an exception work-queue item, COLA-MOTIVO, whose
      * source carries no reason of its own). Operator-keyed
      * codes (SEQVOID, REVERSO, CORRDEV, EXENMNT) validate against
      * it at capture time; the lookup lives in the RSNDESC
      * subprogram.
      * Maintained through CTLMAINT like the other control files, so
      * every change is audited.
      *****************************************************************
