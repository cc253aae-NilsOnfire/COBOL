      *          RETURN-CODE 8, so the transfer is chased at 06:30
      *          instead of billing calling at noon. A trigger dated
      *          today is simply still awaiting its pickup; no
      *          trigger at all means the feed was collected. The
      *          mail gateway's e-delivery extracts (EDELEXTR,
      *          EDELCART), the bank's direct-debit collection
      *          file (DDCOBRO) and payroll's deduction extract
      *          (NOMDESC) are checked the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TRIGGERS.
           05  FILLER PIC X(30) VALUE "BILLFEED.RDY".
           05  FILLER PIC X(30) VALUE "HREXPORT.RDY".
           05  FILLER PIC X(30) VALUE "REFPAGO.RDY".
           05  FILLER PIC X(30) VALUE "EDELEXTR.RDY".
           05  FILLER PIC X(30) VALUE "EDELCART.RDY".
           05  FILLER PIC X(30) VALUE "DDCOBRO.RDY".
           05  FILLER PIC X(30) VALUE "NOMDESC.RDY".
       01  WS-TRIGGERS-R REDEFINES WS-TRIGGERS.
           05  WS-TRIGGER-NOMBRE OCCURS 7 PIC X(30).
       01  WS-TRIGGER-TOTAL PIC 9 VALUE 7.
       01  WS-IDX PIC 9.
       01  WS-ESTANCADOS PIC 99 VALUE 0.

           MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
           CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TRIGGER-TOTAL
             MOVE WS-TRIGGER-NOMBRE(WS-IDX) TO WS-TRIG-NOMBRE
             CALL "ENVNAME" USING WS-TRIG-NOMBRE WS-AMBIENTE
             PERFORM VERIFICA-TRIGGER
