      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable value-date verifier for back-valued ledger
      *          pairs, shared by VARSDESK (on entry), PROVE-BATCH and
      *          PROVEFIX (before the window) and VARS (at posting
      *          time) so the rule lives in one place, like DAYGUARD.
      *          A value date of zero means the business date itself.
      *          Otherwise it must be a real calendar date, not after
      *          the business date, and no further back than the
      *          VALPARM.DAT limit (default 30 days); a date in a
      *          month before the business date's month falls in a
      *          closed month and needs the SUP/ADM approver stamped
      *          on the pair. LK-RESULTADO:
      *            "Y" acceptable (or no value date),
      *            "N" not a valid YYYYMMDD date,
      *            "F" after the business date,
      *            "L" further back than the limit,
      *            "C" closed month and no approver recorded.
      *          LK-DIAS-MAX returns the limit in force, for the
      *          caller's messages.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALFECHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VAL-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VALPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VAL-PARM-FILE.
           COPY "VALPARM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-VALPARM PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-DIAS-MAX PIC 9(3).
       01  WS-FECHA-OBRA PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-OBRA.
           05  WS-FO-ANIO PIC 9(4).
           05  WS-FO-MES PIC 99.
           05  WS-FO-DIA PIC 99.
       01  WS-DIAS-MES PIC 99.
       01  WS-VALOR-ENTERO PIC 9(8).
       01  WS-NEGOCIO-ENTERO PIC 9(8).

       LINKAGE SECTION.
       01  LK-FECHA-VALOR PIC 9(8).
       01  LK-FECHA-NEGOCIO PIC 9(8).
       01  LK-APROBADOR PIC X(10).
       01  LK-RESULTADO PIC X.
       01  LK-DIAS-MAX PIC 9(3).

       PROCEDURE DIVISION USING LK-FECHA-VALOR LK-FECHA-NEGOCIO
           LK-APROBADOR LK-RESULTADO LK-DIAS-MAX.
       MAIN-PROCEDURE.
           MOVE "Y" TO LK-RESULTADO.
           PERFORM CARGA-LIMITE.
           MOVE WS-DIAS-MAX TO LK-DIAS-MAX.
           IF LK-FECHA-VALOR = 0 OR LK-FECHA-VALOR = LK-FECHA-NEGOCIO
             GOBACK
           END-IF.
           MOVE LK-FECHA-VALOR TO WS-FECHA-OBRA.
           PERFORM VERIFICA-CALENDARIO.
           IF LK-RESULTADO = "N"
             GOBACK
           END-IF.
           IF LK-FECHA-VALOR > LK-FECHA-NEGOCIO
             MOVE "F" TO LK-RESULTADO
             GOBACK
           END-IF.
           COMPUTE WS-VALOR-ENTERO =
               FUNCTION INTEGER-OF-DATE(LK-FECHA-VALOR).
           COMPUTE WS-NEGOCIO-ENTERO =
               FUNCTION INTEGER-OF-DATE(LK-FECHA-NEGOCIO).
           IF WS-NEGOCIO-ENTERO - WS-VALOR-ENTERO > WS-DIAS-MAX
             MOVE "L" TO LK-RESULTADO
             GOBACK
           END-IF.
           IF LK-FECHA-VALOR(1:6) < LK-FECHA-NEGOCIO(1:6)
               AND LK-APROBADOR = SPACES
             MOVE "C" TO LK-RESULTADO
           END-IF.
           GOBACK.

           CARGA-LIMITE.
             MOVE 30 TO WS-DIAS-MAX.
             MOVE "VALPARM.DAT" TO WS-ARCH-VALPARM.
             CALL "ENVNAME" USING WS-ARCH-VALPARM WS-AMBIENTE.
             OPEN INPUT VAL-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ VAL-PARM-FILE
                 NOT AT END
                   IF VALP-DIAS-MAX IS NUMERIC
                     MOVE VALP-DIAS-MAX TO WS-DIAS-MAX
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE VAL-PARM-FILE
             END-IF.

           VERIFICA-CALENDARIO.
             IF WS-FO-ANIO < 1601 OR WS-FO-MES < 1 OR WS-FO-MES > 12
                 OR WS-FO-DIA < 1
               MOVE "N" TO LK-RESULTADO
             ELSE
               EVALUATE WS-FO-MES
                 WHEN 4
                 WHEN 6
                 WHEN 9
                 WHEN 11
                   MOVE 30 TO WS-DIAS-MES
                 WHEN 2
                   IF FUNCTION REM(WS-FO-ANIO, 4) = 0
                       AND (FUNCTION REM(WS-FO-ANIO, 100) NOT = 0
                         OR FUNCTION REM(WS-FO-ANIO, 400) = 0)
                     MOVE 29 TO WS-DIAS-MES
                   ELSE
                     MOVE 28 TO WS-DIAS-MES
                   END-IF
                 WHEN OTHER
                   MOVE 31 TO WS-DIAS-MES
               END-EVALUATE
               IF WS-FO-DIA > WS-DIAS-MES
                 MOVE "N" TO LK-RESULTADO
               END-IF
             END-IF.

       END PROGRAM VALFECHA.
