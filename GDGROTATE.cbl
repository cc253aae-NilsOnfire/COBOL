      *          an archived generation back and re-registers it.
      *          One registry file per base name (<BASE>GENS.DAT)
      *          keeps the list of generation dates created so far.
      *          A generation dated inside a legal hold (LEGALCHK)
      *          is kept past the retention window until the hold is
      *          released.
      *          LK-REC-FORMATO "L" counts line-sequential records by
      *          their line ends; "F" divides the byte count by
      *          LK-REC-LONGITUD for the packed sequential files.
       01  WS-FECHAS-TABLA.
           05  WS-FECHA-ENTRY OCCURS 50 PIC 9(8).
       01  WS-TOTAL-FECHAS PIC 99 VALUE 0.
       01  WS-RETENIDAS-TABLA.
           05  WS-GEN-RETENIDA OCCURS 50 PIC X.
       01  WS-TOTAL-RETENIDAS PIC 99 VALUE 0.
       01  WS-PODA-IDX PIC 99.
       01  WS-CLIENTE-NINGUNO PIC 9(6).
       01  WS-ASUNTO PIC X(20).
       01  WS-PRIMERA PIC 9(8).
       01  WS-IDX PIC 99.
       01  WS-YA-EXISTE PIC X VALUE "N".
       01  WS-GEN-ARCHIVO-NOMBRE PIC X(36).

      *    Prune = archive, never delete: the generation is renamed
      *    to its ARCH. name, counted, and recorded in the manifest
      *    before its registry entry goes. A generation dated inside
      *    a legal hold (LEGALCHK) is never pruned and does not use
      *    up the retention count: the window keeps the newest
      *    LK-RETENCION unheld generations plus every held one.
           PODA-GENERACIONES-VIEJAS.
             PERFORM MARCA-RETENIDAS.
             PERFORM UNTIL WS-TOTAL-FECHAS - WS-TOTAL-RETENIDAS
                 NOT > LK-RETENCION
               MOVE 1 TO WS-PODA-IDX
               PERFORM UNTIL WS-GEN-RETENIDA(WS-PODA-IDX) = "N"
                 ADD 1 TO WS-PODA-IDX
               END-PERFORM
               MOVE SPACES TO WS-GEN-BORRAR-NOMBRE
               STRING FUNCTION TRIM(LK-BASE-NAME) ".G"
                   WS-FECHA-ENTRY(WS-PODA-IDX) "."
                   FUNCTION TRIM(LK-EXT)
                   DELIMITED BY SIZE INTO WS-GEN-BORRAR-NOMBRE
               CALL "ENVNAME" USING WS-GEN-BORRAR-NOMBRE WS-AMBIENTE
               MOVE SPACES TO WS-GEN-ARCHIVO-NOMBRE
                   WS-GEN-ARCHIVO-NOMBRE
               PERFORM CUENTA-REGISTROS-ARCHIVO
               PERFORM GRABA-MANIFIESTO
               PERFORM VARYING WS-IDX FROM WS-PODA-IDX BY 1
                   UNTIL WS-IDX >= WS-TOTAL-FECHAS
                 MOVE WS-FECHA-ENTRY(WS-IDX + 1)
                     TO WS-FECHA-ENTRY(WS-IDX)
                 MOVE WS-GEN-RETENIDA(WS-IDX + 1)
                     TO WS-GEN-RETENIDA(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-TOTAL-FECHAS
             END-PERFORM.

           MARCA-RETENIDAS.
             MOVE 0 TO WS-TOTAL-RETENIDAS.
             MOVE 0 TO WS-CLIENTE-NINGUNO.
             PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-TOTAL-FECHAS
               CALL "LEGALCHK" USING WS-CLIENTE-NINGUNO
                   WS-FECHA-ENTRY(WS-IDX) WS-FECHA-ENTRY(WS-IDX)
                   WS-GEN-RETENIDA(WS-IDX) WS-ASUNTO WS-PRIMERA
               IF WS-GEN-RETENIDA(WS-IDX) = "Y"
                 ADD 1 TO WS-TOTAL-RETENIDAS
               END-IF
             END-PERFORM.

      *    The archive is read back byte by byte: line files count
      *    their line ends, fixed files divide bytes by the record
      *    length the caller declared.
               OPEN OUTPUT MANIFEST-FILE
             END-IF.
             MOVE LK-BASE-NAME TO MANI-ARCHIVO.
             MOVE WS-FECHA-ENTRY(WS-PODA-IDX) TO MANI-FECHA.
             MOVE WS-REGISTROS-ARCH TO MANI-REGISTROS.
             WRITE ARCH-MANI-REG.
             CLOSE MANIFEST-FILE.
