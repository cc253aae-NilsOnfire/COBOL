      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable fee-waiver lookup against EXENCION.DAT
      *          (EXENMNT). The caller names the customer, its
      *          segment, the date the fee is raised on and the fee
      *          (LK-CUOTA, before any waiver); LK-EXENTO comes back
      *          with the amount waived and LK-NUMERO with the waiver
      *          that granted it (zero = none). An active waiver
      *          applies when its window covers the date and it names
      *          that customer or, with no customer, its segment; a
      *          customer's own waiver wins over its segment's, and
      *          between two of the same kind the first in the
      *          register does. A percentage waiver is rounded to the
      *          cent; a fixed one is never more than the fee. Only a
      *          positive fee is waived: a credit already carries the
      *          waiver of the fee it reverses. The register is read
      *          once per run unit. Shared by FEECALC and STNDRUN so
      *          both waive the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXENCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXENCION-FILE ASSIGN TO DYNAMIC
               WS-ARCH-EXENCION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXENCION-FILE.
           COPY "EXENCION.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-EXENCION PIC X(30).
       01  WS-EXEN-STATUS PIC XX.
       01  WS-CARGADO PIC X VALUE "N".
       01  WS-EXENCIONES.
           05  WS-EXEN-ENTRY OCCURS 500.
               10  WS-EX-NUMERO PIC 9(5).
               10  WS-EX-CUST-ID PIC 9(6).
               10  WS-EX-SEGMENTO PIC X(3).
               10  WS-EX-TIPO PIC X.
               10  WS-EX-PORCENTAJE PIC 999V99.
               10  WS-EX-IMPORTE PIC 9(7)V99.
               10  WS-EX-DESDE PIC 9(8).
               10  WS-EX-HASTA PIC 9(8).
       01  WS-EX-TOTAL PIC 999 VALUE 0.
       01  WS-EX-IDX PIC 999.
       01  WS-ELEGIDA PIC 999.
       01  WS-HASTA-OBRA PIC 9(8).

       LINKAGE SECTION.
       01  LK-CUST-ID PIC 9(6).
       01  LK-SEGMENTO PIC X(3).
       01  LK-FECHA PIC 9(8).
       01  LK-CUOTA PIC S9(9)V99.
       01  LK-EXENTO PIC S9(9)V99.
       01  LK-NUMERO PIC 9(5).

       PROCEDURE DIVISION USING LK-CUST-ID LK-SEGMENTO LK-FECHA
           LK-CUOTA LK-EXENTO LK-NUMERO.
       MAIN-PROCEDURE.
           IF WS-CARGADO = "N"
             PERFORM CARGA-EXENCIONES
           END-IF.
           MOVE 0 TO LK-EXENTO.
           MOVE 0 TO LK-NUMERO.
           IF LK-CUOTA NOT > 0
             GOBACK
           END-IF.
           MOVE 0 TO WS-ELEGIDA.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-TOTAL OR WS-ELEGIDA > 0
             IF WS-EX-CUST-ID(WS-EX-IDX) = LK-CUST-ID
                 AND LK-CUST-ID NOT = 0
               PERFORM VERIFICA-VENTANA
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-TOTAL OR WS-ELEGIDA > 0
             IF WS-EX-CUST-ID(WS-EX-IDX) = 0
                 AND WS-EX-SEGMENTO(WS-EX-IDX) = LK-SEGMENTO
               PERFORM VERIFICA-VENTANA
             END-IF
           END-PERFORM.
           IF WS-ELEGIDA > 0
             PERFORM CALCULA-EXENTO
           END-IF.
           GOBACK.

           CARGA-EXENCIONES.
             MOVE "Y" TO WS-CARGADO.
             MOVE "EXENCION.DAT" TO WS-ARCH-EXENCION.
             CALL "ENVNAME" USING WS-ARCH-EXENCION WS-AMBIENTE.
             OPEN INPUT EXENCION-FILE.
             IF WS-EXEN-STATUS = "00"
               PERFORM UNTIL WS-EXEN-STATUS = "10"
                 READ EXENCION-FILE
                   AT END
                     MOVE "10" TO WS-EXEN-STATUS
                   NOT AT END
                     IF EXEN-ESTADO = "A"
                       PERFORM ANOTA-EXENCION
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE EXENCION-FILE
             ELSE
               IF WS-EXEN-STATUS = "05"
                 CLOSE EXENCION-FILE
               END-IF
             END-IF.

           ANOTA-EXENCION.
             IF WS-EX-TOTAL < 500
               ADD 1 TO WS-EX-TOTAL
               MOVE EXEN-NUMERO TO WS-EX-NUMERO(WS-EX-TOTAL)
               MOVE EXEN-CUST-ID TO WS-EX-CUST-ID(WS-EX-TOTAL)
               MOVE EXEN-SEGMENTO TO WS-EX-SEGMENTO(WS-EX-TOTAL)
               MOVE EXEN-TIPO TO WS-EX-TIPO(WS-EX-TOTAL)
               MOVE EXEN-PORCENTAJE TO WS-EX-PORCENTAJE(WS-EX-TOTAL)
               MOVE EXEN-IMPORTE TO WS-EX-IMPORTE(WS-EX-TOTAL)
               MOVE EXEN-DESDE TO WS-EX-DESDE(WS-EX-TOTAL)
               MOVE EXEN-HASTA TO WS-EX-HASTA(WS-EX-TOTAL)
             ELSE
               DISPLAY "*** AVISO: EXENCION " EXEN-NUMERO " FUERA DE"
                   " LA TABLA DE 500 EXENCIONES ACTIVAS. ***"
             END-IF.

           VERIFICA-VENTANA.
             MOVE WS-EX-HASTA(WS-EX-IDX) TO WS-HASTA-OBRA.
             IF WS-HASTA-OBRA = 0
               MOVE 99999999 TO WS-HASTA-OBRA
             END-IF.
             IF WS-EX-DESDE(WS-EX-IDX) NOT > LK-FECHA
                 AND LK-FECHA NOT > WS-HASTA-OBRA
               MOVE WS-EX-IDX TO WS-ELEGIDA
             END-IF.

           CALCULA-EXENTO.
             IF WS-EX-TIPO(WS-ELEGIDA) = "P"
               COMPUTE LK-EXENTO ROUNDED =
                   LK-CUOTA * WS-EX-PORCENTAJE(WS-ELEGIDA) / 100
             ELSE
               MOVE WS-EX-IMPORTE(WS-ELEGIDA) TO LK-EXENTO
             END-IF.
             IF LK-EXENTO > LK-CUOTA
               MOVE LK-CUOTA TO LK-EXENTO
             END-IF.
             IF LK-EXENTO > 0
               MOVE WS-EX-NUMERO(WS-ELEGIDA) TO LK-NUMERO
             ELSE
               MOVE 0 TO LK-EXENTO
             END-IF.

       END PROGRAM EXENCALC.
