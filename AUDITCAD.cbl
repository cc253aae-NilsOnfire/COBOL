      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable chain stamp for AUDITLOG.DAT. Every program
      *          that appends to the audit log CALLs this with the
      *          log's resolved file name and the record it is about
      *          to write, just before the WRITE: the record gets the
      *          next AUDIT-SECUENCIA, the previous record's hash in
      *          AUDIT-HASH-ANT and its own AUDITHSH hash in
      *          AUDIT-HASH. The tip of the chain (last sequence and
      *          hash) is kept next to the log in AUDITCAD.DAT, named
      *          from the log so the TEST. files keep a chain of
      *          their own; if the tip is missing it is taken again
      *          from the last chained record of the log itself,
      *          stepping over the blocks HOUSEKEEP restores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAD-FILE ASSIGN TO DYNAMIC WS-CAD-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAD-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAD-FILE.
       01  CAD-REG.
           05  CAD-SECUENCIA PIC 9(9).
           05  CAD-HASH      PIC 9(9).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CAD-NOMBRE PIC X(30).
       01  WS-LOG-NOMBRE PIC X(30).
       01  WS-CAD-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-HAY-PUNTA PIC X.
       01  WS-ULT-SECUENCIA PIC 9(9).
       01  WS-ULT-HASH PIC 9(9).
       01  WS-SALTAR PIC 9(7).

       LINKAGE SECTION.
       01  LK-LOG-NOMBRE PIC X(30).
       01  LK-REGISTRO.
           05  LK-CONTENIDO  PIC X(93).
           05  LK-SECUENCIA  PIC 9(9).
           05  LK-HASH-ANT   PIC 9(9).
           05  LK-HASH       PIC 9(9).

       PROCEDURE DIVISION USING LK-LOG-NOMBRE LK-REGISTRO.
       MAIN-PROCEDURE.
           MOVE LK-LOG-NOMBRE TO WS-LOG-NOMBRE.
           MOVE LK-LOG-NOMBRE TO WS-CAD-NOMBRE.
           INSPECT WS-CAD-NOMBRE REPLACING ALL "AUDITLOG"
               BY "AUDITCAD".
           PERFORM LEE-PUNTA.
           IF WS-HAY-PUNTA = "N"
             PERFORM BUSCA-PUNTA-EN-LOG
           END-IF.
           ADD 1 TO WS-ULT-SECUENCIA GIVING LK-SECUENCIA.
           MOVE WS-ULT-HASH TO LK-HASH-ANT.
           CALL "AUDITHSH" USING LK-REGISTRO LK-HASH.
           PERFORM GRABA-PUNTA.
           GOBACK.

           LEE-PUNTA.
             MOVE "N" TO WS-HAY-PUNTA.
             OPEN INPUT CAD-FILE.
             IF WS-CAD-STATUS = "00"
               READ CAD-FILE
                 NOT AT END
                   IF CAD-SECUENCIA IS NUMERIC
                       AND CAD-HASH IS NUMERIC
                     MOVE "Y" TO WS-HAY-PUNTA
                     MOVE CAD-SECUENCIA TO WS-ULT-SECUENCIA
                     MOVE CAD-HASH TO WS-ULT-HASH
                   END-IF
               END-READ
             END-IF.
             IF WS-CAD-STATUS = "00" OR WS-CAD-STATUS = "05"
                 OR WS-CAD-STATUS = "10"
               CLOSE CAD-FILE
             END-IF.

      *    No tip file: carry on from the last record of the log that
      *    belongs to the main chain. A HOUSEKEEP restore marker
      *    (event RESTO) is chained itself, but the archived records
      *    copied back after it keep their original stamps and are
      *    stepped over.
           BUSCA-PUNTA-EN-LOG.
             MOVE 0 TO WS-ULT-SECUENCIA.
             MOVE 0 TO WS-ULT-HASH.
             MOVE 0 TO WS-SALTAR.
             OPEN INPUT AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                 READ AUDIT-LOG-FILE
                   AT END
                     MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                     IF WS-SALTAR > 0
                       SUBTRACT 1 FROM WS-SALTAR
                     ELSE
                       IF AUDIT-SECUENCIA IS NUMERIC
                           AND AUDIT-HASH IS NUMERIC
                         MOVE AUDIT-SECUENCIA TO WS-ULT-SECUENCIA
                         MOVE AUDIT-HASH TO WS-ULT-HASH
                         IF AUDIT-PROGRAMA = "HOUSEKEEP"
                             AND AUDIT-EVENTO = "RESTO"
                             AND AUDIT-DETALLE(30:7) IS NUMERIC
                           MOVE AUDIT-DETALLE(30:7) TO WS-SALTAR
                         END-IF
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               IF WS-ULT-SECUENCIA > 0
                 DISPLAY "AVISO: SIN PUNTA DE CADENA EN "
                     FUNCTION TRIM(WS-CAD-NOMBRE)
                     "; SE RETOMA EN LA SECUENCIA " WS-ULT-SECUENCIA
               END-IF
             END-IF.
             IF WS-AUDIT-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
             END-IF.

           GRABA-PUNTA.
             OPEN OUTPUT CAD-FILE.
             IF WS-CAD-STATUS = "00" OR WS-CAD-STATUS = "05"
               MOVE LK-SECUENCIA TO CAD-SECUENCIA
               MOVE LK-HASH TO CAD-HASH
               WRITE CAD-REG
               CLOSE CAD-FILE
             ELSE
               DISPLAY "*** ERROR: NO SE PUDO GRABAR LA PUNTA DE"
                   " CADENA " FUNCTION TRIM(WS-CAD-NOMBRE) " (STATUS "
                   WS-CAD-STATUS
                   ") ***"
             END-IF.

       END PROGRAM AUDITCAD.
