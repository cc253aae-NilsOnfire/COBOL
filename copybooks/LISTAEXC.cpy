      *****************************************************************
      * LISTAEXC - possible watch-list hits found among customers
      * already in CUSTMAST.DAT by LISTAREV's weekly re-screen
      * against the current LISTAVIG.DAT: the customer as the master
      * holds it and the list entry it matched (reference, programme
      * and whether the date of birth matched too: LEXC-MOTIVO
      * "NOMBRE" name only, the list gives no date; "NOMBREFEC" name
      * and date). Rewritten by each re-screen; CUSTMAINT's watch-
      * list review works the entries off, clearing or confirming
      * each one (LISTADEC.DAT).
      *****************************************************************
       01  LISTA-EXC-REG.
           05  LEXC-FECHA      PIC 9(8).
           05  LEXC-CUST-ID    PIC 9(6).
           05  LEXC-NOMBRE     PIC X(15).
           05  LEXC-APELLIDOS  PIC X(20).
           05  LEXC-FECHA-NAC  PIC 9(8).
           05  LEXC-REFERENCIA PIC X(12).
           05  LEXC-PROGRAMA   PIC X(12).
           05  LEXC-MOTIVO     PIC X(9).
