      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable legal-hold test against LEGALHLD.DAT
      *          (LEGALMNT). The caller names a customer (zero = none
      *          in particular) and the span of dates its records
      *          cover (LK-DESDE/LK-HASTA, zero = open on that side);
      *          an active hold covers it when it names that same
      *          customer, whatever its dates, or when its period
      *          overlaps the span and it either names no customer or
      *          the caller asked about no customer (a log or a
      *          generation holds every customer's records).
      *          LK-RETENIDO "Y"/"N"; LK-ASUNTO is the matter of the
      *          first hold found; LK-PRIMERA is the earliest start of
      *          the covering holds (zero when one runs from the
      *          beginning), so a purge can stop short of it. An
      *          absent register means no holds. Shared by CUSTPURG,
      *          CUSTANON, HOUSEKEEP, GDGROTATE and ARCHINQ so they
      *          all read a hold the same way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LEGALHLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LHLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY "LEGALHLD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-LEGALHLD PIC X(30).
       01  WS-LHLD-STATUS PIC XX.
       01  WS-CONSULTA-DESDE PIC 9(8).
       01  WS-CONSULTA-HASTA PIC 9(8).
       01  WS-RET-DESDE PIC 9(8).
       01  WS-RET-HASTA PIC 9(8).
       01  WS-CUBRE PIC X.

       LINKAGE SECTION.
       01  LK-CUST-ID PIC 9(6).
       01  LK-DESDE PIC 9(8).
       01  LK-HASTA PIC 9(8).
       01  LK-RETENIDO PIC X.
       01  LK-ASUNTO PIC X(20).
       01  LK-PRIMERA PIC 9(8).

       PROCEDURE DIVISION USING LK-CUST-ID LK-DESDE LK-HASTA
           LK-RETENIDO LK-ASUNTO LK-PRIMERA.
       MAIN-PROCEDURE.
           MOVE "LEGALHLD.DAT" TO WS-ARCH-LEGALHLD.
           CALL "ENVNAME" USING WS-ARCH-LEGALHLD WS-AMBIENTE.
           MOVE "N" TO LK-RETENIDO.
           MOVE SPACES TO LK-ASUNTO.
           MOVE 99999999 TO LK-PRIMERA.
           MOVE LK-DESDE TO WS-CONSULTA-DESDE.
           MOVE LK-HASTA TO WS-CONSULTA-HASTA.
           IF WS-CONSULTA-HASTA = 0
             MOVE 99999999 TO WS-CONSULTA-HASTA
           END-IF.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LHLD-STATUS = "00"
             PERFORM UNTIL WS-LHLD-STATUS = "10"
               READ LEGAL-HOLD-FILE
                 AT END
                   MOVE "10" TO WS-LHLD-STATUS
                 NOT AT END
                   IF LHLD-ESTADO = "A"
                     PERFORM EVALUA-RETENCION
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEGAL-HOLD-FILE
           ELSE
             IF WS-LHLD-STATUS = "05"
               CLOSE LEGAL-HOLD-FILE
             END-IF
           END-IF.
           IF LK-RETENIDO = "N"
             MOVE 0 TO LK-PRIMERA
           END-IF.
           GOBACK.

      *    A hold with neither date set is a customer hold only: it
      *    never covers a span asked about on behalf of nobody.
           EVALUA-RETENCION.
             MOVE "N" TO WS-CUBRE.
             IF LK-CUST-ID NOT = 0 AND LHLD-CUST-ID = LK-CUST-ID
               MOVE "Y" TO WS-CUBRE
               MOVE 0 TO WS-RET-DESDE
             ELSE
               IF (LHLD-DESDE NOT = 0 OR LHLD-HASTA NOT = 0)
                   AND (LHLD-CUST-ID = 0 OR LK-CUST-ID = 0)
                 MOVE LHLD-DESDE TO WS-RET-DESDE
                 MOVE LHLD-HASTA TO WS-RET-HASTA
                 IF WS-RET-HASTA = 0
                   MOVE 99999999 TO WS-RET-HASTA
                 END-IF
                 IF WS-RET-DESDE NOT > WS-CONSULTA-HASTA
                     AND WS-CONSULTA-DESDE NOT > WS-RET-HASTA
                   MOVE "Y" TO WS-CUBRE
                 END-IF
               END-IF
             END-IF.
             IF WS-CUBRE = "Y"
               IF LK-RETENIDO = "N"
                 MOVE "Y" TO LK-RETENIDO
                 MOVE LHLD-ASUNTO TO LK-ASUNTO
               END-IF
               IF WS-RET-DESDE < LK-PRIMERA
                 MOVE WS-RET-DESDE TO LK-PRIMERA
               END-IF
             END-IF.

       END PROGRAM LEGALCHK.
