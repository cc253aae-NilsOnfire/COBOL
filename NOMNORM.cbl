      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable name normaliser for the watch-list
      *          screening, so the list and our master are compared
      *          in one canonical form: accented letters folded to
      *          their base letter (whether the text arrived as UTF-8
      *          or as single-byte Latin-1), lower case raised,
      *          hyphens, apostrophes and punctuation turned into
      *          spaces, and runs of spaces collapsed to one with no
      *          leading space, so an accented "Jose-Maria  Nunez"
      *          and "JOSE MARIA NUNEZ" come back identical.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMNORM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-OBRA PIC X(60).
       01  WS-IDX PIC 99.
       01  WS-SAL-IDX PIC 99.
       01  WS-BYTE PIC X.
       01  WS-SIGUIENTE PIC X.
       01  WS-ORDINAL PIC 999.
      *    Latin-1 accented capitals and small letters, C0-FF, and the
      *    base letter each folds to.
       01  WS-ACENTOS.
           05  FILLER PIC X(14)
               VALUE X"C0C1C2C3C4C5C7C8C9CACBCCCDCE".
           05  FILLER PIC X(13)
               VALUE X"CFD1D2D3D4D5D6D8D9DADBDCDD".
           05  FILLER PIC X(14)
               VALUE X"E0E1E2E3E4E5E7E8E9EAEBECEDEE".
           05  FILLER PIC X(14)
               VALUE X"EFF1F2F3F4F5F6F8F9FAFBFCFDFF".
       01  WS-BASES.
           05  FILLER PIC X(14) VALUE "AAAAAACEEEEIII".
           05  FILLER PIC X(13) VALUE "INOOOOOOUUUUY".
           05  FILLER PIC X(14) VALUE "AAAAAACEEEEIII".
           05  FILLER PIC X(14) VALUE "INOOOOOOUUUUYY".

       LINKAGE SECTION.
       01  LK-ENTRADA PIC X(60).
       01  LK-SALIDA PIC X(60).

       PROCEDURE DIVISION USING LK-ENTRADA LK-SALIDA.
       MAIN-PROCEDURE.
           PERFORM PLIEGA-UTF8.
           INSPECT WS-OBRA CONVERTING WS-ACENTOS TO WS-BASES.
           INSPECT WS-OBRA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-OBRA CONVERTING "-'.,;/" TO SPACES.
           PERFORM COMPACTA-ESPACIOS.
           GOBACK.

      *    A UTF-8 accented letter is C3 followed by a byte 80-BF; the
      *    pair becomes the single Latin-1 byte 40 higher, which the
      *    Latin-1 fold then handles like any other.
           PLIEGA-UTF8.
             MOVE SPACES TO WS-OBRA.
             MOVE 0 TO WS-SAL-IDX.
             MOVE 1 TO WS-IDX.
             PERFORM UNTIL WS-IDX > 60
               MOVE LK-ENTRADA(WS-IDX:1) TO WS-BYTE
               IF WS-BYTE = X"C3" AND WS-IDX < 60
                 MOVE LK-ENTRADA(WS-IDX + 1:1) TO WS-SIGUIENTE
                 IF WS-SIGUIENTE NOT < X"80"
                     AND WS-SIGUIENTE NOT > X"BF"
                   COMPUTE WS-ORDINAL =
                       FUNCTION ORD(WS-SIGUIENTE) + 64
                   MOVE FUNCTION CHAR(WS-ORDINAL) TO WS-BYTE
                   ADD 1 TO WS-IDX
                 END-IF
               END-IF
               ADD 1 TO WS-SAL-IDX
               MOVE WS-BYTE TO WS-OBRA(WS-SAL-IDX:1)
               ADD 1 TO WS-IDX
             END-PERFORM.

           COMPACTA-ESPACIOS.
             MOVE SPACES TO LK-SALIDA.
             MOVE 0 TO WS-SAL-IDX.
             PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 60
               IF WS-OBRA(WS-IDX:1) NOT = SPACE
                 ADD 1 TO WS-SAL-IDX
                 MOVE WS-OBRA(WS-IDX:1) TO LK-SALIDA(WS-SAL-IDX:1)
               ELSE
                 IF WS-SAL-IDX > 0
                   IF LK-SALIDA(WS-SAL-IDX:1) NOT = SPACE
                     ADD 1 TO WS-SAL-IDX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM.

       END PROGRAM NOMNORM.
