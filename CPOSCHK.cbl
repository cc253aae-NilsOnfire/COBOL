      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable postal-code check, shared by PERFORM-THRU's
      *          intake, CUSTMAINT's corrections and CPOSREV's sweep
      *          of the master. The first call loads CODPOST.DAT (the
      *          postal service's reference file, released by
      *          INGATE) into a table, every town normalised through
      *          NOMNORM and cut to the 15 characters CUST-CIUDAD
      *          holds; each call then looks the keyed code up and
      *          compares the keyed town, normalised the same way,
      *          with every town the code serves. LK-RESULTADO "Y"
      *          the code exists and serves the town, "N" no such
      *          code, "C" the code exists but not for that town,
      *          "S" no reference file on disk -- the caller decides
      *          what an unchecked code means for it. A blank code is
      *          the caller's business too: it is never looked up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPOSCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COD-POST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CODPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COD-POST-FILE.
           COPY "CODPOST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CODPOST PIC X(30).
       01  WS-CPOS-STATUS PIC XX.
       01  WS-CARGADA PIC X VALUE "N".
       01  WS-HAY-TABLA PIC X VALUE "N".
       01  WS-TABLA.
           05  WS-TABLA-ENTRY OCCURS 20000.
               10  WS-CP-CODIGO PIC X(8).
               10  WS-CP-CIUDAD PIC X(15).
       01  WS-TABLA-TOTAL PIC 9(5) VALUE 0.
       01  WS-TABLA-IDX PIC 9(5).
       01  WS-CODIGO PIC X(8).
       01  WS-TEXTO PIC X(60).
       01  WS-FORMA PIC X(60).

       LINKAGE SECTION.
       01  LK-CODPOSTAL PIC X(8).
       01  LK-CIUDAD PIC X(15).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-CODPOSTAL LK-CIUDAD LK-RESULTADO.
       MAIN-PROCEDURE.
           IF WS-CARGADA = "N"
             PERFORM CARGA-TABLA
           END-IF.
           IF WS-HAY-TABLA = "N"
             MOVE "S" TO LK-RESULTADO
           ELSE
             MOVE "N" TO LK-RESULTADO
             MOVE FUNCTION TRIM(LK-CODPOSTAL) TO WS-CODIGO
             MOVE SPACES TO WS-TEXTO
             MOVE LK-CIUDAD TO WS-TEXTO
             CALL "NOMNORM" USING WS-TEXTO WS-FORMA
             PERFORM VARYING WS-TABLA-IDX FROM 1 BY 1
                 UNTIL WS-TABLA-IDX > WS-TABLA-TOTAL
                     OR LK-RESULTADO = "Y"
               IF WS-CP-CODIGO(WS-TABLA-IDX) = WS-CODIGO
                 IF WS-CP-CIUDAD(WS-TABLA-IDX) = WS-FORMA(1:15)
                   MOVE "Y" TO LK-RESULTADO
                 ELSE
                   MOVE "C" TO LK-RESULTADO
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           GOBACK.

           CARGA-TABLA.
             MOVE "Y" TO WS-CARGADA.
             MOVE "CODPOST.DAT" TO WS-ARCH-CODPOST.
             CALL "ENVNAME" USING WS-ARCH-CODPOST WS-AMBIENTE.
             OPEN INPUT COD-POST-FILE.
             IF WS-CPOS-STATUS = "00"
               MOVE "Y" TO WS-HAY-TABLA
               PERFORM UNTIL WS-CPOS-STATUS = "10"
                 READ COD-POST-FILE
                   AT END
                     MOVE "10" TO WS-CPOS-STATUS
                   NOT AT END
                     PERFORM GUARDA-ENTRADA
                 END-READ
               END-PERFORM
               CLOSE COD-POST-FILE
             ELSE
               IF WS-CPOS-STATUS = "05"
                 CLOSE COD-POST-FILE
               END-IF
             END-IF.
      *      An empty delivery would fail every customer's code.
             IF WS-TABLA-TOTAL = 0
               MOVE "N" TO WS-HAY-TABLA
             END-IF.

      *    A file larger than the table is not used partially: every
      *    code past the cut would be refused as unknown.
           GUARDA-ENTRADA.
             IF CPOS-CODIGO = SPACES
               CONTINUE
             ELSE
             IF WS-TABLA-TOTAL < 20000
               ADD 1 TO WS-TABLA-TOTAL
               MOVE FUNCTION TRIM(CPOS-CODIGO)
                   TO WS-CP-CODIGO(WS-TABLA-TOTAL)
               MOVE SPACES TO WS-TEXTO
               MOVE CPOS-CIUDAD TO WS-TEXTO
               CALL "NOMNORM" USING WS-TEXTO WS-FORMA
               MOVE WS-FORMA(1:15) TO WS-CP-CIUDAD(WS-TABLA-TOTAL)
             ELSE
               IF WS-HAY-TABLA = "Y"
                 DISPLAY "*** ERROR: CODPOST.DAT SUPERA LAS 20000"
                     " ENTRADAS. SIN VALIDACION POSTAL HASTA AMPLIAR"
                     " LA TABLA. ***"
               END-IF
               MOVE "N" TO WS-HAY-TABLA
             END-IF
             END-IF.

       END PROGRAM CPOSCHK.
