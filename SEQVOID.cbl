      * Purpose: Records a void/cancel transaction for an issued
      *          sequence number: verifies the number was really
      *          issued in the requested series (walking the retained
      *          SEQCTRL generations, or reserved for a branch in a
      *          SEQASIG.DAT block -- the unused numbers SEQCONC
      *          lists are voided here), refuses a double void, and
      *          appends number, series, business date, operator and
      *          reason code to SEQVOID.DAT -- so spoiled numbers
      *          stop being flagged by the gap detector night after
               WS-ARCH-SEQVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT OPTIONAL SEQ-ASIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQASIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIG-STATUS.
           SELECT OPTIONAL SEQ-GEN-REGISTRY ASSIGN TO DYNAMIC
               WS-ARCH-SEQCTRLGENS
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SEQ-VOID-FILE.
           COPY "SEQVOID.cpy".

       FD  SEQ-ASIG-FILE.
           COPY "SEQASIG.cpy".

       FD  SEQ-GEN-REGISTRY.
       01  SEQ-GEN-REGISTRY-REG PIC 9(8).

       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-SEQVOID PIC X(30).
       01  WS-ARCH-SEQCTRLGENS PIC X(30).
       01  WS-ARCH-SEQASIG PIC X(30).
       01  WS-ASIG-STATUS PIC XX.
       01  WS-GEN-NOMBRE PIC X(30).
       01  WS-VOID-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
             CALL "ENVNAME" USING WS-ARCH-SEQVOID WS-AMBIENTE.
             MOVE "SEQCTRLGENS.DAT" TO WS-ARCH-SEQCTRLGENS.
             CALL "ENVNAME" USING WS-ARCH-SEQCTRLGENS WS-AMBIENTE.
             MOVE "SEQASIG.DAT" TO WS-ARCH-SEQASIG.
             CALL "ENVNAME" USING WS-ARCH-SEQASIG WS-AMBIENTE.

           VERIFICA-EMITIDO.
             MOVE "N" TO WS-EMITIDO.
               CALL "ENVNAME" USING WS-GEN-NOMBRE WS-AMBIENTE
               PERFORM BUSCA-EN-GENERACION
             END-PERFORM.
             IF WS-EMITIDO = "N"
               PERFORM BUSCA-EN-BLOQUES
             END-IF.

           CARGA-REGISTRO-GENERACIONES.
             MOVE 0 TO WS-TOTAL-FECHAS.
               END-IF
             END-IF.

      *    A number inside a block reserved for a branch was issued
      *    the day the block was cut, whether or not the branch has
      *    used it yet.
           BUSCA-EN-BLOQUES.
             OPEN INPUT SEQ-ASIG-FILE.
             IF WS-ASIG-STATUS = "00"
               PERFORM UNTIL WS-ASIG-STATUS = "10"
                 READ SEQ-ASIG-FILE
                   AT END
                     MOVE "10" TO WS-ASIG-STATUS
                   NOT AT END
                     IF ASIG-SERIE = SPACES
                       MOVE "GENERAL" TO ASIG-SERIE
                     END-IF
                     IF ASIG-SERIE = WS-SERIE
                         AND WS-NUMERO-ANULAR NOT < ASIG-DESDE
                         AND WS-NUMERO-ANULAR NOT > ASIG-HASTA
                       MOVE "Y" TO WS-EMITIDO
                       DISPLAY "NUMERO DEL BLOQUE " ASIG-DESDE "-"
                           ASIG-HASTA " DE LA SUCURSAL "
                           ASIG-SUCURSAL
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SEQ-ASIG-FILE
             ELSE
               IF WS-ASIG-STATUS = "05"
                 CLOSE SEQ-ASIG-FILE
               END-IF
             END-IF.

           VERIFICA-NO-ANULADO.
             MOVE "N" TO WS-YA-ANULADO.
             OPEN INPUT SEQ-VOID-FILE.
