      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly capture of what each customer earned or
      *          cost on the business date, for PROFRPT's
      *          profitability report: the net activity fees and
      *          standing charges in tonight's FEEFILE.DAT (FEECALC
      *          plus STNDRUN, which FEECALC overwrites tomorrow) and
      *          the interest accruals, write-offs and refunds in
      *          today's VARSLOG generation (told apart by
      *          VARS-LOG-EVENTO), appended per customer to
      *          PROFHIST.DAT. The FEEFILE records themselves are
      *          appended unchanged to FEEHIST.DAT, the fee history
      *          VATRPT's VAT return reads. PROFCKPT.DAT remembers the
      *          last date captured, so a rerun of the night is a
      *          clean no-op instead of a double count. Runs in
      *          NIGHTRUN after STNDRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFACUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEE-FILE ASSIGN TO DYNAMIC WS-ARCH-FEEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PROF-HIST-FILE ASSIGN TO DYNAMIC WS-ARCH-PROFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT FEE-HIST-FILE ASSIGN TO DYNAMIC WS-ARCH-FEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEH-STATUS.
           SELECT OPTIONAL PROF-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PROFCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
           COPY "FEEREC.cpy".

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  PROF-HIST-FILE.
           COPY "PROFHIST.cpy".

      *FEEFILE.DAT records of every night captured, FEEREC layout.
       FD  FEE-HIST-FILE.
       01  FEE-HIST-REG PIC X(88).

       FD  PROF-CKPT-FILE.
       01  PROF-CKPT-REG PIC 9(8).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-FEEFILE PIC X(30).
       01  WS-GEN-NOMBRE PIC X(30).
       01  WS-ARCH-PROFHIST PIC X(30).
       01  WS-ARCH-FEEHIST PIC X(30).
       01  WS-ARCH-PROFCKPT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-FEE-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-PRF-STATUS PIC XX.
       01  WS-FEH-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "PROFACUM".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-CARGADA PIC 9(8) VALUE 0.
       01  WS-CLIENTES.
           05  WS-PRF-ENTRY OCCURS 2000.
               10  WS-PRF-CUST PIC 9(6).
               10  WS-PRF-CUOTAS PIC S9(9)V99.
               10  WS-PRF-FIJOS PIC S9(9)V99.
               10  WS-PRF-INTERES PIC S9(9)V99.
               10  WS-PRF-CASTIGOS PIC S9(9)V99.
               10  WS-PRF-REEMBOLSOS PIC S9(9)V99.
       01  WS-PRF-TOTAL PIC 9(4) VALUE 0.
       01  WS-PRF-IDX PIC 9(4).
       01  WS-PRF-HALLADO PIC X.
       01  WS-CLAVE-CUST PIC 9(6).
       01  WS-ESCRITOS PIC 9(5) VALUE 0.
       01  WS-CUOTAS-ARCHIVADAS PIC 9(7) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           MOVE SPACES TO WS-GEN-NOMBRE.
           STRING "VARSLOG.G" WS-FECHA-NEGOCIO ".DAT"
               DELIMITED BY SIZE INTO WS-GEN-NOMBRE.
           CALL "ENVNAME" USING WS-GEN-NOMBRE WS-AMBIENTE.
           PERFORM CARGA-CHECKPOINT.
           IF WS-FECHA-CARGADA = WS-FECHA-NEGOCIO
             DISPLAY "INGRESOS DEL " WS-FECHA-NEGOCIO
                 " YA ACUMULADOS: NADA QUE HACER."
           ELSE
             PERFORM ACUMULA-CUOTAS
             PERFORM ACUMULA-LEDGER
             IF WS-HUBO-ERROR = "N"
               PERFORM GRABA-HISTORIA
             END-IF
             IF WS-HUBO-ERROR = "N"
               PERFORM ARCHIVA-CUOTAS
             END-IF
             IF WS-HUBO-ERROR = "N"
               PERFORM GRABA-CHECKPOINT
             END-IF
           END-IF.
           DISPLAY "CLIENTES ACUMULADOS: " WS-ESCRITOS.
           DISPLAY "CUOTAS ARCHIVADAS  : " WS-CUOTAS-ARCHIVADAS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             STRING "CLIENTES " WS-ESCRITOS
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           ADQUIERE-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "PROFHIST" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "PROFHIST" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.

           PIDE-CERROJO.
             MOVE "A" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
             IF WS-LOCK-RESULTADO NOT = "Y"
               MOVE "N" TO WS-LOCKS-OK
             END-IF.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           CARGA-CHECKPOINT.
             OPEN INPUT PROF-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ PROF-CKPT-FILE
                 NOT AT END
                   MOVE PROF-CKPT-REG TO WS-FECHA-CARGADA
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
               CLOSE PROF-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT PROF-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO PROF-CKPT-REG.
             WRITE PROF-CKPT-REG.
             CLOSE PROF-CKPT-FILE.

      *    STNDRUN's records carry no base and no rate; everything
      *    else in the file is a FEECALC activity fee.
           ACUMULA-CUOTAS.
             OPEN INPUT FEE-FILE.
             IF WS-FEE-STATUS = "00"
               PERFORM UNTIL WS-FEE-STATUS = "10"
                 READ FEE-FILE
                   AT END
                     MOVE "10" TO WS-FEE-STATUS
                   NOT AT END
                     MOVE FEE-CUST-ID TO WS-CLAVE-CUST
                     PERFORM BUSCA-CLIENTE
                     IF WS-PRF-HALLADO = "Y"
                       IF FEE-BASE = 0 AND FEE-TASA = 0
                         ADD FEE-IMPORTE TO WS-PRF-FIJOS(WS-PRF-IDX)
                       ELSE
                         ADD FEE-IMPORTE TO WS-PRF-CUOTAS(WS-PRF-IDX)
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FEE-FILE
             ELSE
               IF WS-FEE-STATUS = "05"
                 CLOSE FEE-FILE
               END-IF
             END-IF.

      *    A write-off is a credit on the ledger; the history keeps
      *    it as the positive amount lost.
           ACUMULA-LEDGER.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-EVENTO = "INTERES"
                         OR VARS-LOG-EVENTO = "AJINTERES"
                         OR VARS-LOG-EVENTO = "CASTIGO"
                         OR VARS-LOG-EVENTO = "REEMBOLSO"
                       MOVE VARS-LOG-CUST-ID TO WS-CLAVE-CUST
                       PERFORM BUSCA-CLIENTE
                       IF WS-PRF-HALLADO = "Y"
                         EVALUATE VARS-LOG-EVENTO
                           WHEN "INTERES"
                           WHEN "AJINTERES"
                             ADD VARS-LOG-SUMA
                                 TO WS-PRF-INTERES(WS-PRF-IDX)
                           WHEN "CASTIGO"
                             SUBTRACT VARS-LOG-SUMA
                                 FROM WS-PRF-CASTIGOS(WS-PRF-IDX)
                           WHEN OTHER
                             ADD VARS-LOG-SUMA
                                 TO WS-PRF-REEMBOLSOS(WS-PRF-IDX)
                         END-EVALUATE
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
             END-IF.

           BUSCA-CLIENTE.
             MOVE "N" TO WS-PRF-HALLADO.
             PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                 UNTIL WS-PRF-IDX > WS-PRF-TOTAL
                     OR WS-PRF-HALLADO = "Y"
               IF WS-PRF-CUST(WS-PRF-IDX) = WS-CLAVE-CUST
                 MOVE "Y" TO WS-PRF-HALLADO
               END-IF
             END-PERFORM.
             IF WS-PRF-HALLADO = "Y"
               SUBTRACT 1 FROM WS-PRF-IDX
             ELSE
               IF WS-PRF-TOTAL < 2000
                 ADD 1 TO WS-PRF-TOTAL
                 MOVE WS-PRF-TOTAL TO WS-PRF-IDX
                 MOVE WS-CLAVE-CUST TO WS-PRF-CUST(WS-PRF-IDX)
                 MOVE 0 TO WS-PRF-CUOTAS(WS-PRF-IDX)
                 MOVE 0 TO WS-PRF-FIJOS(WS-PRF-IDX)
                 MOVE 0 TO WS-PRF-INTERES(WS-PRF-IDX)
                 MOVE 0 TO WS-PRF-CASTIGOS(WS-PRF-IDX)
                 MOVE 0 TO WS-PRF-REEMBOLSOS(WS-PRF-IDX)
                 MOVE "Y" TO WS-PRF-HALLADO
               ELSE
                 IF WS-HUBO-ERROR = "N"
                   DISPLAY "*** ERROR: MAS DE 2000 CLIENTES CON"
                       " INGRESOS EN EL DIA. NO SE ACUMULA. ***"
                 END-IF
                 MOVE "Y" TO WS-HUBO-ERROR
               END-IF
             END-IF.

           GRABA-HISTORIA.
             OPEN EXTEND PROF-HIST-FILE.
             IF WS-PRF-STATUS = "35"
               OPEN OUTPUT PROF-HIST-FILE
             END-IF.
             IF WS-PRF-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR PROFHIST.DAT"
                   " (STATUS " WS-PRF-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
                   UNTIL WS-PRF-IDX > WS-PRF-TOTAL
                 MOVE WS-FECHA-NEGOCIO TO PRF-FECHA
                 MOVE WS-PRF-CUST(WS-PRF-IDX) TO PRF-CUST-ID
                 MOVE WS-PRF-CUOTAS(WS-PRF-IDX) TO PRF-CUOTAS
                 MOVE WS-PRF-FIJOS(WS-PRF-IDX) TO PRF-FIJOS
                 MOVE WS-PRF-INTERES(WS-PRF-IDX) TO PRF-INTERES
                 MOVE WS-PRF-CASTIGOS(WS-PRF-IDX) TO PRF-CASTIGOS
                 MOVE WS-PRF-REEMBOLSOS(WS-PRF-IDX) TO PRF-REEMBOLSOS
                 WRITE PROF-HIST-REG
                 IF WS-PRF-STATUS = "00"
                   ADD 1 TO WS-ESCRITOS
                 ELSE
                   DISPLAY "*** ERROR ESCRIBIENDO PROFHIST.DAT"
                       " (STATUS " WS-PRF-STATUS ") ***"
                   MOVE "Y" TO WS-HUBO-ERROR
                 END-IF
               END-PERFORM
               CLOSE PROF-HIST-FILE
             END-IF.

      *    Only after PROFHIST is written; the checkpoint moves on
      *    only once both histories hold the night.
           ARCHIVA-CUOTAS.
             OPEN EXTEND FEE-HIST-FILE.
             IF WS-FEH-STATUS = "35"
               OPEN OUTPUT FEE-HIST-FILE
             END-IF.
             IF WS-FEH-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR FEEHIST.DAT"
                   " (STATUS " WS-FEH-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               OPEN INPUT FEE-FILE
               IF WS-FEE-STATUS = "00"
                 PERFORM UNTIL WS-FEE-STATUS = "10"
                   READ FEE-FILE
                     AT END
                       MOVE "10" TO WS-FEE-STATUS
                     NOT AT END
                       WRITE FEE-HIST-REG FROM FEE-REG
                       IF WS-FEH-STATUS = "00"
                         ADD 1 TO WS-CUOTAS-ARCHIVADAS
                       ELSE
                         DISPLAY "*** ERROR ESCRIBIENDO FEEHIST.DAT"
                             " (STATUS " WS-FEH-STATUS ") ***"
                         MOVE "Y" TO WS-HUBO-ERROR
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE FEE-FILE
               ELSE
                 IF WS-FEE-STATUS = "05"
                   CLOSE FEE-FILE
                 END-IF
               END-IF
               CLOSE FEE-HIST-FILE
             END-IF.

           GRABA-AUDITORIA.
             MOVE "PROFACUM" TO AUDIT-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO AUDIT-RUN-ID.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

           CARGA-RUN-ID.
             MOVE "Y" TO WS-RUN-CARGADO.
             OPEN INPUT RUN-CTL-FILE.
             IF WS-RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                 NOT AT END
                   MOVE RUN-CTL-ID TO WS-RUN-ID
               END-READ
             END-IF.
             IF WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CTL-FILE
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "FEEFILE.DAT" TO WS-ARCH-FEEFILE.
             CALL "ENVNAME" USING WS-ARCH-FEEFILE WS-AMBIENTE.
             MOVE "PROFHIST.DAT" TO WS-ARCH-PROFHIST.
             CALL "ENVNAME" USING WS-ARCH-PROFHIST WS-AMBIENTE.
             MOVE "FEEHIST.DAT" TO WS-ARCH-FEEHIST.
             CALL "ENVNAME" USING WS-ARCH-FEEHIST WS-AMBIENTE.
             MOVE "PROFCKPT.DAT" TO WS-ARCH-PROFCKPT.
             CALL "ENVNAME" USING WS-ARCH-PROFCKPT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM PROFACUM.
