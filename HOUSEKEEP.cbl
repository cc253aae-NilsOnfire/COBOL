      *          file. Restore mode appends an archived period back
      *          into the live file for an audit request. Driven by
      *          HOUSPARM.DAT.
      *          The audit log is chained (AUDITCAD), so its cut is
      *          always the oldest unbroken stretch of the file: the
      *          first record at or past the cutoff ends the cut even
      *          if older records follow it. A restore first writes a
      *          chained RESTO record naming the archive and how many
      *          records follow, then copies them back untouched, so
      *          AUDITVER can tell the copies from the live chain.
      *          A legal hold (LEGALCHK) whose period falls before
      *          the cutoff moves the cutoff back to where the held
      *          period starts, so no held record is ever cut.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY "CTLTOTAL.cpy".

       FD  ARCHIVO-CORTE.
       01  ARCH-REG PIC X(120).

       FD  ARCHIVO-TEMPORAL.
       01  TEMP-REG PIC X(120).

       FD  MANIFEST-FILE.
           COPY "ARCHMANI.cpy".
       01  WS-OBJETIVO PIC X(8) VALUE "AMBOS".
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-CORTE PIC 9(8).
       01  WS-CLIENTE-NINGUNO PIC 9(6).
       01  WS-LEGAL-DESDE PIC 9(8).
       01  WS-LEGAL-HASTA PIC 9(8).
       01  WS-RETENIDO PIC X.
       01  WS-ASUNTO PIC X(20).
       01  WS-PRIMERA PIC 9(8).
       01  WS-BASE-ACTUAL PIC X(8).
       01  WS-ARCHIVADOS PIC 9(7) VALUE 0.
       01  WS-CONSERVADOS PIC 9(7) VALUE 0.
       01  WS-VERIFICADOS PIC 9(7) VALUE 0.
       01  WS-RESTAURADOS PIC 9(7) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-EN-CORTE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ELSE
             COMPUTE WS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - WS-DIAS)
             PERFORM APLICA-RETENCION-LEGAL
             DISPLAY "CORTE DE RETENCION: ANTERIOR A "
                 WS-FECHA-CORTE
             IF WS-OBJETIVO = "AUDITLOG" OR WS-OBJETIVO = "AMBOS"
               END-IF
             END-IF.

      *    A legal hold whose period reaches back before the cutoff
      *    pulls the cutoff down to the start of the earliest such
      *    hold, so nothing dated inside a held period is cut (a
      *    hold running from the beginning stops the cut entirely).
           APLICA-RETENCION-LEGAL.
             MOVE 0 TO WS-CLIENTE-NINGUNO.
             MOVE 0 TO WS-LEGAL-DESDE.
             COMPUTE WS-LEGAL-HASTA = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE) - 1).
             CALL "LEGALCHK" USING WS-CLIENTE-NINGUNO WS-LEGAL-DESDE
                 WS-LEGAL-HASTA WS-RETENIDO WS-ASUNTO WS-PRIMERA.
             IF WS-RETENIDO = "Y"
               MOVE WS-PRIMERA TO WS-FECHA-CORTE
               DISPLAY "*** RETENCION LEGAL (ASUNTO " WS-ASUNTO
                   "): EL CORTE SE ADELANTA A " WS-FECHA-CORTE " ***"
             END-IF.

           PURGA-AUDITLOG.
             MOVE "AUDITLOG" TO WS-BASE-ACTUAL.
             PERFORM PREPARA-NOMBRES-CORTE.
             MOVE 0 TO WS-ARCHIVADOS.
             MOVE 0 TO WS-CONSERVADOS.
             MOVE "Y" TO WS-EN-CORTE.
             OPEN INPUT AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SIN AUDITLOG.DAT QUE PODAR."
                   AT END
                     MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                     IF AUDIT-FECHA NOT < WS-FECHA-CORTE
                       MOVE "N" TO WS-EN-CORTE
                     END-IF
                     IF WS-EN-CORTE = "Y"
                       MOVE AUDIT-LOG-REG TO ARCH-REG
                       WRITE ARCH-REG
                       ADD 1 TO WS-ARCHIVADOS
      *    The live file is only trimmed after the archive has been
      *    re-read and its record count matches what was written.
           VERIFICA-CORTE.
             PERFORM CUENTA-CORTE.
             IF WS-VERIFICADOS NOT = WS-ARCHIVADOS
               DISPLAY "*** ERROR: EL ARCHIVO DE CORTE "
                   WS-ARCH-NOMBRE " TIENE " WS-VERIFICADOS
                   " REGISTROS Y SE ESPERABAN " WS-ARCHIVADOS
                   ". NO SE PODA EL ARCHIVO VIVO. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           CUENTA-CORTE.
             MOVE 0 TO WS-VERIFICADOS.
             OPEN INPUT ARCHIVO-CORTE.
             IF WS-ARCH-STATUS = "00"
                 END-READ
               END-PERFORM
               CLOSE ARCHIVO-CORTE
             ELSE
               IF WS-ARCH-STATUS = "05"
                 CLOSE ARCHIVO-CORTE
               END-IF
             END-IF.

           GRABA-MANIFIESTO.
           RESTAURA-AUDITLOG.
             PERFORM PREPARA-NOMBRE-RESTAURA.
             MOVE 0 TO WS-RESTAURADOS.
             PERFORM CUENTA-CORTE.
             OPEN INPUT ARCHIVO-CORTE.
             IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO EXISTE EL ARCHIVO "
                   WS-ARCH-NOMBRE " ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               MOVE "RESTO" TO AUDIT-EVENTO
               MOVE SPACES TO AUDIT-DETALLE
               STRING "RESTAURA A" WS-FECHA-RESTAURA " REGISTROS "
                   WS-VERIFICADOS DELIMITED BY SIZE INTO AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-STATUS = "35"
                 OPEN OUTPUT AUDIT-LOG-FILE
                   " REGISTROS RESTAURADOS DE " WS-ARCH-NOMBRE
             END-IF.

      *    The marker is the only record HOUSEKEEP chains itself; the
      *    archived records copied after it already carry theirs.
           GRABA-AUDITORIA.
             MOVE "HOUSEKEEP" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             MOVE 0 TO AUDIT-RUN-ID.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

           PREPARA-NOMBRE-RESTAURA.
             MOVE SPACES TO WS-ARCH-NOMBRE.
             STRING FUNCTION TRIM(WS-BASE-ACTUAL) ".A"
