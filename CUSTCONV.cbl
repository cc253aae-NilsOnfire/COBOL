      *          previous image is kept under the OLD. prefix, and a
      *          CUSTCONV.DONE marker refuses a second run. Run once,
      *          with the shop quiesced, before the first night on
      *          the new programs. Each customer is put on the
      *          billing cycle day CICLODIA's segment rules give it,
      *          as a new intake would be.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANIO-NAC PIC S9(4).
       01  WS-CICLO-CLIENTE PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                     MOVE 0 TO CUST-DUN-NIVEL
                     MOVE 0 TO CUST-DUN-FECHA
                     MOVE SPACES TO CUST-HR-ID
                     MOVE 0 TO CUST-CASTIGO-FECHA
                     MOVE 0 TO CUST-CASTIGO-IMPORTE
                     MOVE SPACES TO CUST-EMAIL
                     MOVE "P" TO CUST-ENTREGA
                     MOVE 0 TO CUST-PADRE
                     MOVE "EUR" TO CUST-MONEDA
                     MOVE SPACE TO CUST-DIR-INVALIDA
                     MOVE 0 TO CUST-DIR-FECHA
                     MOVE SPACES TO CUST-DIR-MOTIVO
                     MOVE CUST-ID TO WS-CICLO-CLIENTE
                     CALL "CICLODIA" USING CUST-SEGMENTO
                         WS-CICLO-CLIENTE CUST-CICLO
                     WRITE CUST-MASTER-REC
                       INVALID KEY
                         DISPLAY "*** ERROR CONVIRTIENDO EL CLIENTE "
                     MOVE SPACES TO HIST-ANT-TELEFONO
                     MOVE SPACES TO HIST-ANT-SEGMENTO
                     MOVE 0 TO HIST-ANT-LIMITE
                     MOVE SPACES TO HIST-ANT-EMAIL
                     MOVE SPACE TO HIST-ANT-ENTREGA
                     MOVE 0 TO HIST-ANT-PADRE
                     MOVE SPACES TO HIST-ANT-HR-ID
                     MOVE "EUR" TO HIST-ANT-MONEDA
                     MOVE SPACE TO HIST-ANT-DIR-INVALIDA
                     MOVE 0 TO HIST-ANT-DIR-FECHA
                     MOVE SPACES TO HIST-ANT-DIR-MOTIVO
                     MOVE 0 TO HIST-ANT-CICLO
                     MOVE VIEJA-NUE-NOMBRE TO HIST-NUE-NOMBRE
                     MOVE VIEJA-NUE-APELLIDOS TO HIST-NUE-APELLIDOS
                     COMPUTE WS-ANIO-NAC = VIEJA-HIST-FECHA / 10000
                     MOVE SPACES TO HIST-NUE-TELEFONO
                     MOVE SPACES TO HIST-NUE-SEGMENTO
                     MOVE 0 TO HIST-NUE-LIMITE
                     MOVE SPACES TO HIST-NUE-EMAIL
                     MOVE SPACE TO HIST-NUE-ENTREGA
                     MOVE 0 TO HIST-NUE-PADRE
                     MOVE SPACES TO HIST-NUE-HR-ID
                     MOVE "EUR" TO HIST-NUE-MONEDA
                     MOVE SPACE TO HIST-NUE-DIR-INVALIDA
                     MOVE 0 TO HIST-NUE-DIR-FECHA
                     MOVE SPACES TO HIST-NUE-DIR-MOTIVO
                     MOVE 0 TO HIST-NUE-CICLO
                     MOVE SPACES TO HIST-APROBADOR
                     WRITE CUST-HIST-REG
                       INVALID KEY
                         DISPLAY "*** ERROR CONVIRTIENDO LA HISTORIA"
                     MOVE SPACES TO SUSP-TELEFONO
                     MOVE VIEJA-SUSP-MOTIVO TO SUSP-MOTIVO
                     MOVE VIEJA-SUSP-CUST-ID TO SUSP-CUST-ID
                     MOVE SPACES TO SUSP-EMAIL
                     MOVE SPACE TO SUSP-ENTREGA
                     MOVE SPACES TO SUSP-LISTA-REF
                     WRITE CUST-SUSP-REG
                     ADD 1 TO WS-CONVERTIDOS
                 END-READ
