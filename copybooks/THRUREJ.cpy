      * THRUREJ - one record per THRULOAD.DAT detail rejected by
      * PERFORM-THRU's bulk conversion load: the intake fields as
      * received plus the rule that failed ("NOMBRE", "APELLIDO",
      * "FECHANAC", "CALLE", "CIUDAD", "CODPOSTAL" -- no such code or
      * not the town's, per CPOSCHK -- "ENTREGA"), so the branch's
      * file can be corrected and the rejects re-loaded without
      * digging through the run log.
      *****************************************************************
       01  THRU-REJ-REG.
           05  THRU-REJ-NOMBRE     PIC X(15).
           05  THRU-REJ-CIUDAD     PIC X(15).
           05  THRU-REJ-CODPOSTAL  PIC X(8).
           05  THRU-REJ-TELEFONO   PIC X(12).
           05  THRU-REJ-EMAIL      PIC X(40).
           05  THRU-REJ-ENTREGA    PIC X.
           05  THRU-REJ-MOTIVO     PIC X(9).
