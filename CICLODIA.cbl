      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable billing-cycle assignment: returns the cycle
      *          day (1-28) a customer of the given segment and
      *          CUST-ID is put on, by the segment's rule in
      *          CICLPARM.DAT (the "***" rule for an unlisted
      *          segment, the whole month 1-28 without any rule).
      *          Within the rule's range the day is picked by CUST-ID
      *          modulo the width of the range, so consecutive
      *          intakes fall on consecutive days and the book
      *          spreads evenly. A rule with an impossible range is
      *          ignored. Shared by PERFORM-THRU and CUSTMAINT's
      *          intake and by the CUSTCONV/DATACONV conversions so a
      *          customer gets the same day whichever way it arrives.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLODIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CICLO-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CICLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CICLO-PARM-FILE.
           COPY "CICLPARM.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CICLPARM PIC X(30).
       01  WS-CICP-STATUS PIC XX.
      *    The rules are read on the first call and kept: a
      *    conversion asks once per customer.
       01  WS-REGLAS-CARGADAS PIC X VALUE "N".
       01  WS-REGLAS.
           05  WS-REGLA-ENTRY OCCURS 50.
               10  WS-REGLA-SEGMENTO PIC X(3).
               10  WS-REGLA-DESDE PIC 99.
               10  WS-REGLA-HASTA PIC 99.
       01  WS-REGLAS-TOTAL PIC 99 VALUE 0.
       01  WS-REGLA-IDX PIC 99.
       01  WS-DESDE PIC 99.
       01  WS-HASTA PIC 99.
       01  WS-ANCHO PIC 99.
       01  WS-HALLADA PIC X.

       LINKAGE SECTION.
       01  LK-SEGMENTO PIC X(3).
       01  LK-CUST-ID PIC 9(6).
       01  LK-CICLO PIC 99.

       PROCEDURE DIVISION USING LK-SEGMENTO LK-CUST-ID LK-CICLO.
       MAIN-PROCEDURE.
           IF WS-REGLAS-CARGADAS = "N"
             PERFORM CARGA-REGLAS
           END-IF.
           MOVE 1 TO WS-DESDE.
           MOVE 28 TO WS-HASTA.
           MOVE "N" TO WS-HALLADA.
           PERFORM VARYING WS-REGLA-IDX FROM 1 BY 1
               UNTIL WS-REGLA-IDX > WS-REGLAS-TOTAL
                   OR WS-HALLADA = "Y"
             IF WS-REGLA-SEGMENTO(WS-REGLA-IDX) = LK-SEGMENTO
               MOVE "Y" TO WS-HALLADA
               MOVE WS-REGLA-DESDE(WS-REGLA-IDX) TO WS-DESDE
               MOVE WS-REGLA-HASTA(WS-REGLA-IDX) TO WS-HASTA
             END-IF
           END-PERFORM.
           IF WS-HALLADA = "N"
             PERFORM VARYING WS-REGLA-IDX FROM 1 BY 1
                 UNTIL WS-REGLA-IDX > WS-REGLAS-TOTAL
                     OR WS-HALLADA = "Y"
               IF WS-REGLA-SEGMENTO(WS-REGLA-IDX) = "***"
                 MOVE "Y" TO WS-HALLADA
                 MOVE WS-REGLA-DESDE(WS-REGLA-IDX) TO WS-DESDE
                 MOVE WS-REGLA-HASTA(WS-REGLA-IDX) TO WS-HASTA
               END-IF
             END-PERFORM
           END-IF.
           COMPUTE WS-ANCHO = WS-HASTA - WS-DESDE + 1.
           COMPUTE LK-CICLO =
               WS-DESDE + FUNCTION MOD(LK-CUST-ID, WS-ANCHO).
           GOBACK.

           CARGA-REGLAS.
             MOVE "Y" TO WS-REGLAS-CARGADAS.
             MOVE "CICLPARM.DAT" TO WS-ARCH-CICLPARM.
             CALL "ENVNAME" USING WS-ARCH-CICLPARM WS-AMBIENTE.
             OPEN INPUT CICLO-PARM-FILE.
             IF WS-CICP-STATUS = "00"
               PERFORM UNTIL WS-CICP-STATUS = "10"
                 READ CICLO-PARM-FILE
                   AT END
                     MOVE "10" TO WS-CICP-STATUS
                   NOT AT END
                     PERFORM GUARDA-REGLA
                 END-READ
               END-PERFORM
               CLOSE CICLO-PARM-FILE
             ELSE
               IF WS-CICP-STATUS = "05"
                 CLOSE CICLO-PARM-FILE
               END-IF
             END-IF.

           GUARDA-REGLA.
             IF CICP-DIA-DESDE IS NUMERIC AND CICP-DIA-HASTA IS NUMERIC
                 AND CICP-DIA-DESDE > 0
                 AND CICP-DIA-HASTA NOT < CICP-DIA-DESDE
                 AND CICP-DIA-HASTA NOT > 28
                 AND WS-REGLAS-TOTAL < 50
               ADD 1 TO WS-REGLAS-TOTAL
               MOVE CICP-SEGMENTO TO WS-REGLA-SEGMENTO(WS-REGLAS-TOTAL)
               MOVE CICP-DIA-DESDE TO WS-REGLA-DESDE(WS-REGLAS-TOTAL)
               MOVE CICP-DIA-HASTA TO WS-REGLA-HASTA(WS-REGLAS-TOTAL)
             ELSE
               DISPLAY "AVISO: REGLA DE CICLO NO VALIDA O SOBRANTE EN"
                   " CICLPARM.DAT (SEGMENTO " CICP-SEGMENTO
                   "): IGNORADA."
             END-IF.

       END PROGRAM CICLODIA.
