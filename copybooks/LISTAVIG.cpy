      *****************************************************************
      * LISTAVIG - official sanctions/watch list, LISTAVIG.DAT, one
      * record per listed person as compliance receives it, released
      * by INGATE (each delivery replaces the whole list). The name
      * is carried whole, in whatever order and spelling the list
      * publishes it; LISTACHK normalises spacing, case and accents
      * before comparing it with our NOMBRE and APELLIDOS in either
      * order. LVIG-FECHA-NAC is zero when the list gives no date of
      * birth. LVIG-REFERENCIA is the list's own entry number and
      * LVIG-PROGRAMA the sanctions programme it is listed under.
      *****************************************************************
       01  LISTA-VIG-REG.
           05  LVIG-REFERENCIA PIC X(12).
           05  LVIG-NOMBRE     PIC X(60).
           05  LVIG-FECHA-NAC  PIC 9(8).
           05  LVIG-PROGRAMA   PIC X(12).
