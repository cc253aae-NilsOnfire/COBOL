      * hash total (sum of the ages the detail FECHA-NAC values
      * derive to through EDADCALC as of the business date). Details carry the
      * address/contact block since the branch conversions are where
      * most addresses come from, and the statement delivery choice
      * (space = papel). PERFORM-THRU
      * balances the frame against what it read BEFORE applying any
      * record, and balances accepted+rejected+suspended against the
      * header afterwards.
               10  THRU-LOAD-CIUDAD     PIC X(15).
               10  THRU-LOAD-CODPOSTAL  PIC X(8).
               10  THRU-LOAD-TELEFONO   PIC X(12).
               10  THRU-LOAD-EMAIL      PIC X(40).
               10  THRU-LOAD-ENTREGA    PIC X.
           05  THRU-LOAD-CONTROL REDEFINES THRU-LOAD-DETALLE.
               10  THRU-LOAD-CONTEO       PIC 9(5).
               10  THRU-LOAD-HASH-EDADES  PIC 9(7).
               10  FILLER                 PIC X(132).
