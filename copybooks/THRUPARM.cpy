           05  THRU-PARM-CIUDAD     PIC X(15).
           05  THRU-PARM-CODPOSTAL  PIC X(8).
           05  THRU-PARM-TELEFONO   PIC X(12).
           05  THRU-PARM-EMAIL      PIC X(40).
           05  THRU-PARM-ENTREGA    PIC X.
