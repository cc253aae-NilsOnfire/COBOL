      * HOUSE-PARM-DIAS days to a dated archive, verify, then trim
      * the live file), "R" restore (append the archive cut on date
      * HOUSE-PARM-FECHA back into the live file for an audit
      * request; for AUDITLOG a chained RESTO record goes first so
      * AUDITVER knows the copies that follow). HOUSE-PARM-OBJETIVO:
      * "AUDITLOG", "CTLTOTAL" or "AMBOS". One record read from
      * HOUSPARM.DAT at start of run.
      *****************************************************************
       01  HOUSE-PARM-REG.
           05  HOUSE-PARM-MODO     PIC X.
