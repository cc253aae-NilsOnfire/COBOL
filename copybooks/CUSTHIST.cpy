      * and when. Keyed by CUST-ID plus a per-customer sequence so
      * INQUIRY can list one customer's full history in order.
      * HIST-ACCION: "ALTA" new customer, "CAMBIO" field correction,
      * "ESTADO" lifecycle change, "REBOTE" delivery preference
      * flipped to paper by EDELRTRN after an e-mail bounce,
      * "ANONIM" erasure by CUSTANON (which also masks the personal
      * fields of every earlier entry for the customer), "CORREO"
      * address flagged undeliverable by CORRDEV (a correction in
      * CUSTMAINT that clears it is an ordinary "CAMBIO").
      * HIST-APROBADOR is the SUP/ADM operator who approved a change
      * to a four-eyes field (limit, segment, estado, HR-ID) held in
      * CUSTPEND.DAT; HIST-OPERADOR is then the operator who asked
      * for it. Spaces for every change applied directly.
      *****************************************************************
       01  CUST-HIST-REG.
           05  CUST-HIST-CLAVE.
           05  HIST-ANT-TELEFONO   PIC X(12).
           05  HIST-ANT-SEGMENTO   PIC X(3).
           05  HIST-ANT-LIMITE     PIC S9(9)V99.
           05  HIST-ANT-EMAIL      PIC X(40).
           05  HIST-ANT-ENTREGA    PIC X.
           05  HIST-ANT-PADRE      PIC 9(6).
           05  HIST-ANT-HR-ID      PIC X(10).
           05  HIST-ANT-MONEDA     PIC X(3).
           05  HIST-ANT-DIR-INVALIDA PIC X.
           05  HIST-ANT-DIR-FECHA PIC 9(8).
           05  HIST-ANT-DIR-MOTIVO PIC X(9).
           05  HIST-ANT-CICLO      PIC 99.
           05  HIST-NUE-NOMBRE     PIC X(15).
           05  HIST-NUE-APELLIDOS  PIC X(20).
           05  HIST-NUE-FECHA-NAC  PIC 9(8).
           05  HIST-NUE-TELEFONO   PIC X(12).
           05  HIST-NUE-SEGMENTO   PIC X(3).
           05  HIST-NUE-LIMITE     PIC S9(9)V99.
           05  HIST-NUE-EMAIL      PIC X(40).
           05  HIST-NUE-ENTREGA    PIC X.
           05  HIST-NUE-PADRE      PIC 9(6).
           05  HIST-NUE-HR-ID      PIC X(10).
           05  HIST-NUE-MONEDA     PIC X(3).
           05  HIST-NUE-DIR-INVALIDA PIC X.
           05  HIST-NUE-DIR-FECHA PIC 9(8).
           05  HIST-NUE-DIR-MOTIVO PIC X(9).
           05  HIST-NUE-CICLO      PIC 99.
           05  HIST-APROBADOR      PIC X(10).
