      *          pending in RATEVERS.DAT. Nothing reaches the live
      *          RATETBL.DAT until a supervisor approves the version
      *          in RATEAPPR and RATEPUB publishes it on its
      *          effective business date. The version carries the
      *          operator who prepared it (RATEPARM.DAT, or asked at
      *          the console) as its author.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-VER-STATUS PIC XX.
       01  WS-VER-NUMERO PIC 9(4) VALUE 0.
       01  WS-EFECTIVA PIC 9(8) VALUE 0.
       01  WS-OPERADOR-ID PIC X(10) VALUE SPACES.

       01  NUMERO PIC 999.
       01  NUMERO1 PIC 999.
             MOVE WS-EFECTIVA TO VER-EFECTIVA.
             MOVE "P" TO VER-ESTADO.
             MOVE SPACES TO VER-APROBADOR.
             MOVE WS-OPERADOR-ID TO VER-CREADOR.
             MOVE 0 TO VER-FECHA-APROB.
             WRITE RATE-VER-REG.
             CLOSE RATE-VER-FILE.
             DISPLAY "VERSION " WS-VER-NUMERO " REGISTRADA COMO"
                   IF RATE-PARM-BANDA IS NUMERIC
                     MOVE RATE-PARM-BANDA TO WS-RATE-BANDA
                   END-IF
                   MOVE RATE-PARM-OPERADOR TO WS-OPERADOR-ID
               END-READ
               CLOSE RATE-PARM-FILE
             ELSE

           SOLICITA-PARAMETROS-TARIFA.
             DISPLAY "ENTORNO: " WS-AMBIENTE.
             DISPLAY "ID DEL OPERADOR QUE PREPARA LA TABLA?".
             ACCEPT WS-OPERADOR-ID.
             DISPLAY "VALOR INICIAL DE LA TABLA DE TARIFAS?".
             ACCEPT WS-RATE-INICIO.
             DISPLAY "INCREMENTO ENTRE VALORES?".
