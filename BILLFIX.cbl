      *          first), or mark the exception resolved, and rewrites
      *          BILLEXC.DAT with only what is still open -- so the
      *          exception count the screens show finally goes DOWN.
      *          The operator keys their ID on entry; the END audit
      *          record carries the exceptions resolved and re-queued
      *          and the operator, for OPERRPT's workload figures.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-BILLADJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BILL-EXC-FILE.
       FD  BILL-ADJ-FILE.
           COPY "BILLADJ.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-BILLEXC PIC X(30).
       01  WS-ARCH-BILLADJ PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-EXC-STATUS PIC XX.
       01  WS-ADJ-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-EXCEPCIONES.
           05  WS-EXC-ENTRY OCCURS 200.
               10  WS-EXC-IMAGEN PIC X(45).
           DISPLAY "===== REVISION DE EXCEPCIONES DE"
               " FACTURACION =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "INTRODUZCA SU ID DE OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           PERFORM CARGA-EXCEPCIONES.
           IF WS-EXC-DESBORDADO = "Y"
             DISPLAY "*** BILLEXC.DAT SUPERA LOS 200 REGISTROS DE LA"
                 " TABLA. NO SE REESCRIBE PARA NO TRUNCARLO. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "BILLEXC.DAT SUPERA LOS 200 REGISTROS"
                 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
             DISPLAY "LOS AJUSTES SALDRAN EN EL PROXIMO"
                 " BILLING-EXPORT."
           END-IF.
           MOVE "END" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           STRING "RESUELTAS " WS-RESUELTAS " RE-ENCOLADAS "
               WS-RE-ENCOLADAS " POR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           STOP RUN.

           CARGA-EXCEPCIONES.
             CLOSE BILL-EXC-FILE.
             DISPLAY "BILLEXC.DAT REESCRITO.".

           GRABA-AUDITORIA.
             MOVE "BILLFIX" TO AUDIT-PROGRAMA.
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

           RESUELVE-ARCHIVOS.
             MOVE "BILLEXC.DAT" TO WS-ARCH-BILLEXC.
             CALL "ENVNAME" USING WS-ARCH-BILLEXC WS-AMBIENTE.
             MOVE "BILLADJ.DAT" TO WS-ARCH-BILLADJ.
             CALL "ENVNAME" USING WS-ARCH-BILLADJ WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM BILLFIX.
