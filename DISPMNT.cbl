       01  WS-ABIERTAS PIC 999 VALUE 0.
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6).
       01  WS-JRN-APROBADOR PIC X(10) VALUE SPACES.
       01  WS-JRN-CUST-ID PIC 9(6).
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-NOMBRE     PIC X(15).
           05  WS-ANT-TELEFONO   PIC X(12).
           05  WS-ANT-SEGMENTO   PIC X(3).
           05  WS-ANT-LIMITE     PIC S9(9)V99.
           05  WS-ANT-EMAIL      PIC X(40).
           05  WS-ANT-ENTREGA    PIC X.
           05  WS-ANT-PADRE      PIC 9(6).
           05  WS-ANT-HR-ID      PIC X(10).
           05  WS-ANT-MONEDA     PIC X(3).
           05  WS-ANT-DIR-INVALIDA PIC X.
           05  WS-ANT-DIR-FECHA PIC 9(8).
           05  WS-ANT-DIR-MOTIVO PIC X(9).
           05  WS-ANT-CICLO       PIC 99.
       01  WS-IMAGEN-DESPUES.
           05  WS-NUE-NOMBRE     PIC X(15).
           05  WS-NUE-APELLIDOS  PIC X(20).
           05  WS-NUE-TELEFONO   PIC X(12).
           05  WS-NUE-SEGMENTO   PIC X(3).
           05  WS-NUE-LIMITE     PIC S9(9)V99.
           05  WS-NUE-EMAIL      PIC X(40).
           05  WS-NUE-ENTREGA    PIC X.
           05  WS-NUE-PADRE      PIC 9(6).
           05  WS-NUE-HR-ID      PIC X(10).
           05  WS-NUE-MONEDA     PIC X(3).
           05  WS-NUE-DIR-INVALIDA PIC X.
           05  WS-NUE-DIR-FECHA PIC 9(8).
           05  WS-NUE-DIR-MOTIVO PIC X(9).
           05  WS-NUE-CICLO       PIC 99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
               MOVE CUST-TELEFONO TO WS-ANT-TELEFONO
               MOVE CUST-SEGMENTO TO WS-ANT-SEGMENTO
               MOVE CUST-LIMITE TO WS-ANT-LIMITE
               MOVE CUST-EMAIL TO WS-ANT-EMAIL
               MOVE CUST-ENTREGA TO WS-ANT-ENTREGA
               MOVE CUST-PADRE TO WS-ANT-PADRE
               MOVE CUST-HR-ID TO WS-ANT-HR-ID
               MOVE CUST-MONEDA TO WS-ANT-MONEDA
               MOVE CUST-DIR-INVALIDA TO WS-ANT-DIR-INVALIDA
               MOVE CUST-DIR-FECHA TO WS-ANT-DIR-FECHA
               MOVE CUST-DIR-MOTIVO TO WS-ANT-DIR-MOTIVO
               MOVE CUST-CICLO TO WS-ANT-CICLO
               MOVE WS-IMAGEN-ANTES TO WS-IMAGEN-DESPUES
               MOVE "DISPUT" TO WS-JRN-ACCION
               MOVE DSP-CUST-ID TO WS-JRN-CUST-ID
               MOVE 0 TO RETURN-CODE
               CALL "CUSTJRNL" USING WS-JRN-CUST-ID WS-JRN-ACCION
                   WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                   WS-JRN-APROBADOR
               IF RETURN-CODE = 16
                 DISPLAY "*** " MSG-018 " (CLIENTE " WS-JRN-CUST-ID
                     ") ***"
