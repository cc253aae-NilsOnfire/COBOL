      *          regression and orphan to INTGEXC.DAT in the
      *          PROVEEXC shape and ends with RETURN-CODE 16 when
      *          anything is broken, before the corruption propagates
      *          downstream. A corporate group link (CUST-PADRE)
      *          pointing at a parent that was purged or merged away
      *          is reported the same way, against the child.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-EXC-STATUS PIC XX.
       01  WS-IDS-MAESTRO.
           05  WS-ID-ENTRY OCCURS 2000 PIC 9(6).
       01  WS-ESTADOS-MAESTRO.
           05  WS-ID-ESTADO OCCURS 2000 PIC X.
       01  WS-ID-HALLADO PIC 9(4).
       01  WS-ENLACES.
           05  WS-ENL-ENTRY OCCURS 2000.
               10  WS-ENL-HIJO PIC 9(6).
               10  WS-ENL-PADRE PIC 9(6).
       01  WS-ENL-TOTAL PIC 9(4) VALUE 0.
       01  WS-ENL-IDX PIC 9(4).
       01  WS-ID-TOTAL PIC 9(4) VALUE 0.
       01  WS-ID-IDX PIC 9(4).
       01  WS-ID-MAXIMO PIC 9(6) VALUE 0.
             PERFORM PRUEBA-BILLFEED
             PERFORM PRUEBA-BALANCES
             PERFORM PRUEBA-HISTORIA
             PERFORM PRUEBA-GRUPOS
           END-IF.
           CLOSE INTG-EXC-FILE.
           DISPLAY "ROTURAS DE INTEGRIDAD: " WS-EXCEPCIONES.
                     IF WS-ID-TOTAL < 2000
                       ADD 1 TO WS-ID-TOTAL
                       MOVE CUST-ID TO WS-ID-ENTRY(WS-ID-TOTAL)
                       MOVE CUST-ESTADO TO WS-ID-ESTADO(WS-ID-TOTAL)
                       IF CUST-PADRE NOT = 0
                         ADD 1 TO WS-ENL-TOTAL
                         MOVE CUST-ID TO WS-ENL-HIJO(WS-ENL-TOTAL)
                         MOVE CUST-PADRE TO WS-ENL-PADRE(WS-ENL-TOTAL)
                       END-IF
                     ELSE
                       MOVE "Y" TO WS-MAESTRO-DESBORDADO
                     END-IF
                     OR WS-EXISTE = "Y"
               IF WS-ID-ENTRY(WS-ID-IDX) = WS-BUSCADO
                 MOVE "Y" TO WS-EXISTE
                 MOVE WS-ID-IDX TO WS-ID-HALLADO
               END-IF
             END-PERFORM.

               CLOSE CUST-HIST-FILE
             END-IF.

      *    A child whose parent is gone (purged) or merged away
      *    ("F") would be consolidated, aged and limited under a
      *    group that no longer exists.
           PRUEBA-GRUPOS.
             PERFORM VARYING WS-ENL-IDX FROM 1 BY 1
                 UNTIL WS-ENL-IDX > WS-ENL-TOTAL
               MOVE WS-ENL-PADRE(WS-ENL-IDX) TO WS-BUSCADO
               PERFORM BUSCA-EN-MAESTRO
               IF WS-EXISTE = "N"
                 DISPLAY "*** CLIENTE " WS-ENL-HIJO(WS-ENL-IDX)
                     " EN EL GRUPO " WS-BUSCADO ", QUE NO EXISTE ***"
                 MOVE "CUSTMAST" TO INTG-EXC-ARCHIVO
                 MOVE "PADRE" TO INTG-EXC-TIPO
                 MOVE WS-ENL-HIJO(WS-ENL-IDX) TO INTG-EXC-CLAVE
                 WRITE INTG-EXC-REG
                 ADD 1 TO WS-EXCEPCIONES
               ELSE
                 IF WS-ID-ESTADO(WS-ID-HALLADO) = "F"
                   DISPLAY "*** CLIENTE " WS-ENL-HIJO(WS-ENL-IDX)
                       " EN EL GRUPO " WS-BUSCADO ", FUSIONADO ***"
                   MOVE "CUSTMAST" TO INTG-EXC-ARCHIVO
                   MOVE "PADREFUS" TO INTG-EXC-TIPO
                   MOVE WS-ENL-HIJO(WS-ENL-IDX) TO INTG-EXC-CLAVE
                   WRITE INTG-EXC-REG
                   ADD 1 TO WS-EXCEPCIONES
                 END-IF
               END-IF
             END-PERFORM.

       END PROGRAM INTAUDIT.
