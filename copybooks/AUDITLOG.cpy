      * in RUNCTL.DAT at the top of the night (zero for a standalone
      * run), so one attempt's records reconcile end to end even when
      * a failed run and its rerun share a date.
      * The last three fields chain the log: every writer CALLs
      * AUDITCAD just before its WRITE, which stamps the next
      * AUDIT-SECUENCIA, the previous record's hash in AUDIT-HASH-ANT
      * and the AUDITHSH hash of everything before AUDIT-HASH, so an
      * edited, removed or reordered record shows up as a broken link
      * when AUDITVER walks the live log and the HOUSEKEEP archives.
      * Records written before the chain was introduced carry spaces.
      *****************************************************************
       01  AUDIT-LOG-REG.
           05  AUDIT-PROGRAMA PIC X(12).
      *    Environment stamp ("PROD"/"TEST") so training activity in
      *    the parallel test files is never mistaken for real.
           05  AUDIT-AMBIENTE PIC X(4).
           05  AUDIT-SECUENCIA PIC 9(9).
           05  AUDIT-HASH-ANT PIC 9(9).
           05  AUDIT-HASH     PIC 9(9).
