      *          before the real batch window starts, instead of a bad
      *          record surfacing mid-run. Read-only: never opens any
      *          of the three owning programs' real output files.
      *          A pair's value date is proved through VALFECHA, the
      *          same back-value rule VARS applies (FVALOR).
      *          Each failing pair is also audited (EXCEP) against
      *          the operator who keyed it at VARSDESK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-EDAD-DERIV PIC 99.
       01  WS-CLIENTE-OBRA PIC 9(6).
       01  WS-DIGITO-CALC PIC 9.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-VALOR PIC 9(8).
       01  WS-FV-RESULTADO PIC X.
       01  WS-FV-DIAS-MAX PIC 9(3).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.

           PRUEBA-VARSPAIR.
             MOVE 0 TO WS-LINEA.
             CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
             OPEN INPUT VARS-PAIRS-FILE.
             IF WS-PARES-STATUS = "00"
               PERFORM UNTIL WS-PARES-STATUS = "10"
                       MOVE WS-LINEA TO PROVE-EXC-CLAVE
                       WRITE PROVE-EXC-REG
                       ADD 1 TO WS-EXCEPCIONES
                       PERFORM ANOTA-CAPTURADOR
                     END-IF
                     IF PAIR-CUST-ID NOT NUMERIC
                         OR PAIR-CUST-ID = 0
                       MOVE WS-LINEA TO PROVE-EXC-CLAVE
                       WRITE PROVE-EXC-REG
                       ADD 1 TO WS-EXCEPCIONES
                       PERFORM ANOTA-CAPTURADOR
                     ELSE
                       IF PAIR-CUST-DV NOT = SPACE
                         MOVE PAIR-CUST-ID TO WS-CLIENTE-OBRA
                           MOVE WS-LINEA TO PROVE-EXC-CLAVE
                           WRITE PROVE-EXC-REG
                           ADD 1 TO WS-EXCEPCIONES
                           PERFORM ANOTA-CAPTURADOR
                         END-IF
                       END-IF
                     END-IF
                     PERFORM PRUEBA-FECHA-VALOR
                 END-READ
               END-PERFORM
               CLOSE VARS-PAIRS-FILE
             END-IF.

      *    The value date of a back-valued pair, through the same
      *    VALFECHA rule VARS applies when it posts the pair.
           PRUEBA-FECHA-VALOR.
             IF PAIR-FECHA-VALOR IS NUMERIC
               MOVE PAIR-FECHA-VALOR TO WS-FECHA-VALOR
             ELSE
               MOVE 0 TO WS-FECHA-VALOR
               IF PAIR-FECHA-VALOR NOT = SPACES
                 MOVE 99999999 TO WS-FECHA-VALOR
               END-IF
             END-IF.
             CALL "VALFECHA" USING WS-FECHA-VALOR WS-FECHA-NEGOCIO
                 PAIR-APROBADOR WS-FV-RESULTADO WS-FV-DIAS-MAX.
             IF WS-FV-RESULTADO NOT = "Y"
               MOVE "VARSPAIR" TO PROVE-EXC-ARCHIVO
               MOVE "FVALOR" TO PROVE-EXC-TIPO
               MOVE WS-LINEA TO PROVE-EXC-CLAVE
               WRITE PROVE-EXC-REG
               ADD 1 TO WS-EXCEPCIONES
               PERFORM ANOTA-CAPTURADOR
             END-IF.

      *    A failing pair keyed at VARSDESK is traced back to the
      *    operator stamped on it, one EXCEP audit record per
      *    exception, so OPERRPT can show whose entries the night
      *    rejected. Lines built by hand carry no operator.
           ANOTA-CAPTURADOR.
             IF PAIR-OPERADOR NOT = SPACES
               MOVE "EXCEP" TO AUDIT-EVENTO
               MOVE SPACES TO AUDIT-DETALLE
               STRING "VARSPAIR " PROVE-EXC-TIPO " LINEA "
                   PROVE-EXC-CLAVE " POR " PAIR-OPERADOR
                   DELIMITED BY SIZE INTO AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
             END-IF.

           PRUEBA-THRUPARM.
             MOVE 0 TO WS-LINEA.
             OPEN INPUT THRU-PARM-FILE.
                     WRITE PROVE-EXC-REG
                     ADD 1 TO WS-EXCEPCIONES
                   END-IF
                   IF (THRU-PARM-ENTREGA NOT = SPACE
                       AND THRU-PARM-ENTREGA NOT = "P"
                       AND THRU-PARM-ENTREGA NOT = "E"
                       AND THRU-PARM-ENTREGA NOT = "A")
                       OR ((THRU-PARM-ENTREGA = "E"
                       OR THRU-PARM-ENTREGA = "A")
                       AND THRU-PARM-EMAIL = SPACES)
                     MOVE "THRUPARM" TO PROVE-EXC-ARCHIVO
                     MOVE "ENTREGA" TO PROVE-EXC-TIPO
                     MOVE WS-LINEA TO PROVE-EXC-CLAVE
                     WRITE PROVE-EXC-REG
                     ADD 1 TO WS-EXCEPCIONES
                   END-IF
               END-READ
               CLOSE THRU-PARM-FILE
             END-IF.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

