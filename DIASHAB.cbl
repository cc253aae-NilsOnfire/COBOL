      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable business-day count: how many business days
      *          lie after LK-DESDE up to and including LK-HASTA,
      *          Saturdays, Sundays and HOLIDAYS.DAT holidays skipped
      *          with the same calendar reading DATEROLL and FEEDAGE
      *          use (INTEGER-OF-DATE day 1 is a Monday). Zero when
      *          LK-HASTA is not after LK-DESDE or either is not a
      *          date. Holidays are read on the first call and kept.
      *          Shared by COLATRAB and OPSRPT so the exception queue
      *          ages the same on the screen and on the morning page.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIASHAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO DYNAMIC
               WS-ARCH-HOLIDAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REG PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-HOLIDAYS PIC X(30).
       01  WS-HOL-STATUS PIC XX.
       01  WS-FERIADOS-CARGADOS PIC X VALUE "N".
       01  WS-FERIADOS.
           05  WS-FERIADO-ENTRY OCCURS 100 PIC 9(8).
       01  WS-TOTAL-FERIADOS PIC 999 VALUE 0.
       01  WS-FER-IDX PIC 999.
       01  WS-FECHA-ENTERA PIC 9(8).
       01  WS-HASTA-ENTERO PIC 9(8).
       01  WS-FECHA-OBRA PIC 9(8).
       01  WS-DIA-SEMANA PIC 9.
       01  WS-ES-HABIL PIC X.

       LINKAGE SECTION.
       01  LK-DESDE PIC 9(8).
       01  LK-HASTA PIC 9(8).
       01  LK-DIAS PIC 9(5).

       PROCEDURE DIVISION USING LK-DESDE LK-HASTA LK-DIAS.
       MAIN-PROCEDURE.
           IF WS-FERIADOS-CARGADOS = "N"
             PERFORM CARGA-FERIADOS
           END-IF.
           MOVE 0 TO LK-DIAS.
           IF LK-DESDE NOT NUMERIC OR LK-HASTA NOT NUMERIC
               OR LK-DESDE < 16010101 OR LK-HASTA NOT > LK-DESDE
             GOBACK
           END-IF.
           COMPUTE WS-FECHA-ENTERA = FUNCTION INTEGER-OF-DATE(LK-DESDE).
           COMPUTE WS-HASTA-ENTERO = FUNCTION INTEGER-OF-DATE(LK-HASTA).
           PERFORM UNTIL WS-FECHA-ENTERA NOT < WS-HASTA-ENTERO
             ADD 1 TO WS-FECHA-ENTERA
             PERFORM CUENTA-DIA
           END-PERFORM.
           GOBACK.

           CUENTA-DIA.
             COMPUTE WS-FECHA-OBRA =
                 FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERA).
             COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-FECHA-ENTERA, 7).
             IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-ES-HABIL
             ELSE
               MOVE "Y" TO WS-ES-HABIL
               PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-TOTAL-FERIADOS
                 IF WS-FERIADO-ENTRY(WS-FER-IDX) = WS-FECHA-OBRA
                   MOVE "N" TO WS-ES-HABIL
                 END-IF
               END-PERFORM
             END-IF.
             IF WS-ES-HABIL = "Y"
               ADD 1 TO LK-DIAS
             END-IF.

           CARGA-FERIADOS.
             MOVE "Y" TO WS-FERIADOS-CARGADOS.
             MOVE "HOLIDAYS.DAT" TO WS-ARCH-HOLIDAYS.
             CALL "ENVNAME" USING WS-ARCH-HOLIDAYS WS-AMBIENTE.
             OPEN INPUT HOLIDAY-FILE.
             IF WS-HOL-STATUS = "00"
               PERFORM UNTIL WS-HOL-STATUS = "10"
                 READ HOLIDAY-FILE
                   AT END
                     MOVE "10" TO WS-HOL-STATUS
                   NOT AT END
                     IF WS-TOTAL-FERIADOS < 100
                       ADD 1 TO WS-TOTAL-FERIADOS
                       MOVE HOLIDAY-REG
                           TO WS-FERIADO-ENTRY(WS-TOTAL-FERIADOS)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
             ELSE
               IF WS-HOL-STATUS = "05"
                 CLOSE HOLIDAY-FILE
               END-IF
             END-IF.

       END PROGRAM DIASHAB.
