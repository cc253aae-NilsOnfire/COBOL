      *****************************************************************
      * GLCONC - receivables control-account position history,
      * GLCONC.DAT, one record appended per GLRECON run. GLFEED.DAT
      * is overwritten every night, so this is where the running
      * position of the control account lives: CONC-MOVIMIENTO is
      * what that night's feed moved it (its LINEA records for the
      * account, D adds, H subtracts; zero when no new feed was
      * taken in), CONC-POSICION the position after it, and
      * CONC-FECHA-FEED the business date of the last feed taken in,
      * so a rerun never counts the same feed twice.
      * CONC-SUBLEDGER is the CUSTBAL.DAT total it was proved
      * against and CONC-CUADRE "S" when the two agreed, "N" when
      * they did not -- the last "S" is where the candidate-cause
      * search of the next difference starts.
      *****************************************************************
       01  GL-CONC-REG.
           05  CONC-FECHA       PIC 9(8).
           05  CONC-FECHA-FEED  PIC 9(8).
           05  CONC-MOVIMIENTO  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CONC-POSICION    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CONC-SUBLEDGER   PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CONC-DIFERENCIA  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CONC-CUADRE      PIC X.
