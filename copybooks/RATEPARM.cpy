      *    to (band n covers [n*BANDA, (n+1)*BANDA), the last band
      *    open-ended). Zero generates the old single flat band.
           05  RATE-PARM-BANDA PIC 9(9).
      *    Operator preparing the draft, stamped on the version as
      *    its author (VER-CREADOR).
           05  RATE-PARM-OPERADOR PIC X(10).
