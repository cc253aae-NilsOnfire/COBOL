      * for back-dated disputes (INQUIRY can list them).
      * VER-ESTADO: "P" pendiente, "A" aprobada, "V" vigente,
      * "S" superada.
      * VER-CREADOR is the operator who generated the draft and
      * VER-FECHA-APROB the business date RATEAPPR approved it; with
      * VER-APROBADOR they let SODRPT catch a version approved by
      * its own author. Both are spaces on versions registered
      * before they were stamped.
      *****************************************************************
       01  RATE-VER-REG.
           05  VER-NUMERO    PIC 9(4).
           05  VER-EFECTIVA  PIC 9(8).
           05  VER-ESTADO    PIC X.
           05  VER-APROBADOR PIC X(10).
           05  VER-CREADOR   PIC X(10).
           05  VER-FECHA-APROB PIC 9(8).
