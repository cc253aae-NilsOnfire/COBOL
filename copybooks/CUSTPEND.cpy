      *****************************************************************
      * CUSTPEND - four-eyes queue for the customer master,
      * CUSTPEND.DAT. A change keyed in CUSTMAINT to one of the
      * designated fields (credit limit, segment, CUST-ESTADO, HR-ID)
      * is not written to CUSTMAST.DAT: it is appended here with the
      * before and after values of those fields and waits until an
      * operator other than the requester, signed on with SUP or ADM
      * role, approves or rejects it. Approved changes are journaled
      * through CUSTJRNL with both identities. Decided entries are
      * kept as the record of who decided what and when; OPSRPT
      * lists the rejections and the requests left waiting too long.
      * PEND-ESTADO: "P" pendiente, "A" aprobada, "R" rechazada.
      * PEND-ACCION is the journal action the change will carry
      * ("CAMBIO" field correction, "ESTADO" lifecycle change).
      *****************************************************************
       01  CUST-PEND-REG.
           05  PEND-NUMERO         PIC 9(6).
           05  PEND-CUST-ID        PIC 9(6).
           05  PEND-ACCION         PIC X(6).
           05  PEND-SOLICITANTE    PIC X(10).
           05  PEND-FECHA          PIC 9(8).
           05  PEND-HORA           PIC 9(8).
           05  PEND-ESTADO         PIC X.
           05  PEND-APROBADOR      PIC X(10).
           05  PEND-FECHA-DECISION PIC 9(8).
           05  PEND-ANTES.
               10  PEND-ANT-ESTADO     PIC X.
               10  PEND-ANT-SEGMENTO   PIC X(3).
               10  PEND-ANT-LIMITE     PIC S9(9)V99.
               10  PEND-ANT-HR-ID      PIC X(10).
           05  PEND-DESPUES.
               10  PEND-NUE-ESTADO     PIC X.
               10  PEND-NUE-SEGMENTO   PIC X(3).
               10  PEND-NUE-LIMITE     PIC S9(9)V99.
               10  PEND-NUE-HR-ID      PIC X(10).
