           COPY "CUSTSUSP.cpy".

       FD  SNAP-SALIDA.
      *Sized past the largest record in the set (CUSTHIST at 402
      *bytes); every component rides the same buffer.
       01  SNAP-IMAGEN PIC X(500).

       FD  SNAP-SEQ-FILE.
       01  SNAP-SEQ-REG PIC 9(4).
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

