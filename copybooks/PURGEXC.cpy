      * PURGEXC - one record per "pendiente de purga" customer that
      * CUSTPURG could NOT purge: a non-zero balance ("SALDO"), a
      * rejected billing verdict awaiting rework ("RECHAZO"), a feed
      * item billing has not answered yet ("SINRESP"), an open
      * suspense entry still pointing at the customer ("SUSPENSO"),
      * or a legal hold covering the customer ("RETENIDO", LEGALMNT).
      * Same shape as PROVEEXC/SORTEXC/BILLEXC so operations reads
      * them all the same way.
      *****************************************************************
