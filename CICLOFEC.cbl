      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable billing-cycle calendar: for a cycle day
      *          (CUST-CICLO, 1-28; zero reads as 1) and a business
      *          date, works out the month's cycle date -- the day
      *          itself, moved forward to the next business day when
      *          it falls on a Saturday, a Sunday or a HOLIDAYS.DAT
      *          holiday -- and answers:
      *            LK-TOCA     "Y" when the cycle falls on the date
      *                        (this month's, or last month's rolled
      *                        forward into this one);
      *            LK-PERIODO  YYYYMM of the cycle that falls on the
      *                        date (zero when none does), so a
      *                        monthly charge is raised once per cycle;
      *            LK-ANTERIOR the last cycle date before the date,
      *                        where a statement period starts;
      *            LK-DEL-MES  this month's cycle date.
      *          Holidays are read on the first call and kept. Shared
      *          by CUSTSTMT, DUNNING, STNDRUN and CICLORPT so they all
      *          agree on whose cycle falls tonight.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOFEC.
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
       01  WS-IDX PIC 999.
       01  WS-DIA PIC 99.
       01  WS-FECHA-BASE PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-BASE.
           05  WS-FB-ANO PIC 9(4).
           05  WS-FB-MES PIC 99.
           05  WS-FB-DIA PIC 99.
       01  WS-ANO PIC 9(4).
       01  WS-MES PIC 99.
       01  WS-ATRAS PIC 9.
       01  WS-FECHA-NOMINAL PIC 9(8).
       01  WS-FECHA-ENTERA PIC 9(8).
       01  WS-FECHA-CICLO PIC 9(8).
       01  WS-DIA-SEMANA PIC 9.
       01  WS-ES-HABIL PIC X.
      *    The cycle dates of this month and the two before it: the
      *    previous cycle date can be two months back when last
      *    month's was rolled past the date asked about.
       01  WS-CICLOS.
           05  WS-CICLO-ENTRY OCCURS 3.
               10  WS-CICLO-FECHA PIC 9(8).
               10  WS-CICLO-ANOMES PIC 9(6).

       LINKAGE SECTION.
       01  LK-DIA PIC 99.
       01  LK-FECHA PIC 9(8).
       01  LK-TOCA PIC X.
       01  LK-PERIODO PIC 9(6).
       01  LK-ANTERIOR PIC 9(8).
       01  LK-DEL-MES PIC 9(8).

       PROCEDURE DIVISION USING LK-DIA LK-FECHA LK-TOCA LK-PERIODO
           LK-ANTERIOR LK-DEL-MES.
       MAIN-PROCEDURE.
           IF WS-FERIADOS-CARGADOS = "N"
             PERFORM CARGA-FERIADOS
           END-IF.
           MOVE LK-DIA TO WS-DIA.
           IF WS-DIA = 0
             MOVE 1 TO WS-DIA
           END-IF.
           IF WS-DIA > 28
             MOVE 28 TO WS-DIA
           END-IF.
           MOVE LK-FECHA TO WS-FECHA-BASE.
           PERFORM VARYING WS-ATRAS FROM 0 BY 1 UNTIL WS-ATRAS > 2
             PERFORM FECHA-CICLO-MES
             MOVE WS-FECHA-CICLO TO WS-CICLO-FECHA(WS-ATRAS + 1)
             COMPUTE WS-CICLO-ANOMES(WS-ATRAS + 1) =
                 WS-ANO * 100 + WS-MES
           END-PERFORM.
           MOVE WS-CICLO-FECHA(1) TO LK-DEL-MES.
           MOVE "N" TO LK-TOCA.
           MOVE 0 TO LK-PERIODO.
           MOVE 0 TO LK-ANTERIOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
             IF WS-CICLO-FECHA(WS-IDX) = LK-FECHA
               MOVE "Y" TO LK-TOCA
               MOVE WS-CICLO-ANOMES(WS-IDX) TO LK-PERIODO
             END-IF
             IF WS-CICLO-FECHA(WS-IDX) < LK-FECHA
                 AND WS-CICLO-FECHA(WS-IDX) > LK-ANTERIOR
               MOVE WS-CICLO-FECHA(WS-IDX) TO LK-ANTERIOR
             END-IF
           END-PERFORM.
           GOBACK.

      *    The cycle date WS-ATRAS months before the date's month.
           FECHA-CICLO-MES.
             MOVE WS-FB-ANO TO WS-ANO.
             MOVE WS-FB-MES TO WS-MES.
             IF WS-MES > WS-ATRAS
               SUBTRACT WS-ATRAS FROM WS-MES
             ELSE
               COMPUTE WS-MES = WS-MES + 12 - WS-ATRAS
               SUBTRACT 1 FROM WS-ANO
             END-IF.
             COMPUTE WS-FECHA-NOMINAL =
                 WS-ANO * 10000 + WS-MES * 100 + WS-DIA.
             COMPUTE WS-FECHA-ENTERA =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-NOMINAL).
             MOVE WS-FECHA-NOMINAL TO WS-FECHA-CICLO.
             PERFORM JUZGA-HABIL.
             PERFORM UNTIL WS-ES-HABIL = "Y"
               ADD 1 TO WS-FECHA-ENTERA
               COMPUTE WS-FECHA-CICLO =
                   FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERA)
               PERFORM JUZGA-HABIL
             END-PERFORM.

      *    INTEGER-OF-DATE day 1 is a Monday, so REM(entero, 7) of
      *    6 is Saturday and 0 is Sunday.
           JUZGA-HABIL.
             COMPUTE WS-DIA-SEMANA =
                 FUNCTION REM(WS-FECHA-ENTERA, 7).
             IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-ES-HABIL
             ELSE
               MOVE "Y" TO WS-ES-HABIL
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TOTAL-FERIADOS
                 IF WS-FERIADO-ENTRY(WS-IDX) = WS-FECHA-CICLO
                   MOVE "N" TO WS-ES-HABIL
                 END-IF
               END-PERFORM
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

       END PROGRAM CICLOFEC.
