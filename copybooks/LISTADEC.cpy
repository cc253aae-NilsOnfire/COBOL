      *****************************************************************
      * LISTADEC - compliance decision journal, LISTADEC.DAT: one
      * record appended by CUSTMAINT for every watch-list hit a
      * compliance operator decides, whether it was an intake parked
      * in CUSTSUSP.DAT (LDEC-ORIGEN "ALTA", LDEC-CUST-ID is the ID
      * issued on clearing, zero when confirmed) or a customer found
      * by LISTAREV's re-screen (LDEC-ORIGEN "REVIS"). LDEC-DECISION
      * "LIBERADO" = false positive, cleared; "CONFIRMADO" = genuine
      * hit, intake refused or customer blocked (CUST-ESTADO "I").
      * LISTAREV does not raise again a customer/entry pair already
      * cleared here.
      *****************************************************************
       01  LISTA-DEC-REG.
           05  LDEC-FECHA      PIC 9(8).
           05  LDEC-HORA       PIC 9(8).
           05  LDEC-OPERADOR   PIC X(10).
           05  LDEC-ORIGEN     PIC X(6).
           05  LDEC-CUST-ID    PIC 9(6).
           05  LDEC-NOMBRE     PIC X(15).
           05  LDEC-APELLIDOS  PIC X(20).
           05  LDEC-FECHA-NAC  PIC 9(8).
           05  LDEC-REFERENCIA PIC X(12).
           05  LDEC-DECISION   PIC X(10).
