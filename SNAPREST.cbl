           COPY "CUSTSUSP.cpy".

       FD  SNAP-ENTRADA.
      *Sized past the largest record in the set (CUSTHIST at 402
      *bytes); every component rides the same buffer.
       01  SNAP-IMAGEN PIC X(500).

       FD  SNAPR-PARM-FILE.
       01  SNAPR-PARM-REG.
