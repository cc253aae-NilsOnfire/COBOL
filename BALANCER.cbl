      * Purpose: Independent end-of-night balancer: instead of
      *          trusting what each program CLAIMED it wrote in
      *          CTLTOTAL.DAT, it re-reads tonight's TABLA and VARSLOG
      *          generations, the SEQCTRL generation, the CUSTMAST
      *          rows dated today and tonight's lines of the
      *          FXREVAL.DAT revaluation journal, recomputes each
      *          file's record count and checksum the same way the
      *          writing program does, and compares them against the
      *          sum of tonight's CTL-TOTAL-REG claims per file. Any
      *          mismatch is reported and the run ends with
      *          RETURN-CODE 16 so the chain fails loudly instead of
      *          a truncated file passing unnoticed. Runs at the end
      *          of NIGHTRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL FEE-FILE ASSIGN TO DYNAMIC WS-ARCH-FEEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT OPTIONAL FX-REVAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FXREVAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  FEE-FILE.
           COPY "FEEREC.cpy".

       FD  FX-REVAL-FILE.
           COPY "GLFEED.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       01  WS-DESCUADRES PIC 99 VALUE 0.
       01  WS-ARCH-FEEFILE PIC X(30).
       01  WS-FEE-STATUS PIC XX.
       01  WS-ARCH-FXREVAL PIC X(30).
       01  WS-FXR-STATUS PIC XX.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
           PERFORM PRUEBA-SEQCTRL.
           PERFORM PRUEBA-CUSTMAST.
           PERFORM PRUEBA-FEETAX.
           PERFORM PRUEBA-FXREVAL.

           IF WS-DESCUADRES > 0
             DISPLAY "*** BALANCE NOCTURNO: " WS-DESCUADRES
             END-IF.
             PERFORM COMPARA-TOTALES.

      *    FXREVAL.DAT keeps the last journal written until the next
      *    one: only LINEA records dated tonight are under proof,
      *    summed the way FXREVAL claims them.
           PRUEBA-FXREVAL.
             MOVE "FXREVAL" TO WS-ARCHIVO-ACTUAL.
             PERFORM SUMA-CLAMAS.
             MOVE 0 TO WS-REAL-REGISTROS.
             MOVE 0 TO WS-REAL-CHECKSUM.
             OPEN INPUT FX-REVAL-FILE.
             IF WS-FXR-STATUS = "00"
               PERFORM UNTIL WS-FXR-STATUS = "10"
                 READ FX-REVAL-FILE
                   AT END
                     MOVE "10" TO WS-FXR-STATUS
                   NOT AT END
                     IF GL-TIPO = "LINEA"
                         AND GL-FECHA = WS-FECHA-HOY
                       ADD 1 TO WS-REAL-REGISTROS
                       ADD GL-IMPORTE TO WS-REAL-CHECKSUM
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FX-REVAL-FILE
             ELSE
               IF WS-FXR-STATUS = "05"
                 CLOSE FX-REVAL-FILE
               END-IF
             END-IF.
             PERFORM COMPARA-TOTALES.

           GRABA-AUDITORIA.
             MOVE "BALANCER" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.
             MOVE "FEEFILE.DAT" TO WS-ARCH-FEEFILE.
             CALL "ENVNAME" USING WS-ARCH-FEEFILE WS-AMBIENTE.
             MOVE "FXREVAL.DAT" TO WS-ARCH-FXREVAL.
             CALL "ENVNAME" USING WS-ARCH-FXREVAL WS-AMBIENTE.

       END PROGRAM BALANCER.
