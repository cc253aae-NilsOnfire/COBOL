      *          because an unchanged limit just parks it again -- or
      *          discard it. LIMITHLD.DAT and LIMITEXC.DAT are
      *          rewritten with what remains, so the MENU exception
      *          counts finally go down. Each decision is appended
      *          to LIMITLIB.DAT with the operator who keyed the pair
      *          and the supervisor who released or discarded it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-VARSPAIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARES-STATUS.
           SELECT LIMIT-LIB-FILE ASSIGN TO DYNAMIC WS-ARCH-LIMITLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  VARS-PAIRS-FILE.
           COPY "VARSPAIR.cpy".

       FD  LIMIT-LIB-FILE.
           COPY "LIMITLIB.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       01  WS-ARCH-LIMITHLD PIC X(30).
       01  WS-ARCH-LIMITEXC PIC X(30).
       01  WS-ARCH-VARSPAIR PIC X(30).
       01  WS-ARCH-LIMITLIB PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-HELD-STATUS PIC XX.
       01  WS-LEXC-STATUS PIC XX.
       01  WS-PARES-STATUS PIC XX.
       01  WS-LIB-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
               WHEN "d"
                 MOVE "D" TO WS-RET-ESTADO(WS-RET-IDX)
                 ADD 1 TO WS-DESCARTADOS
                 PERFORM GRABA-LIBERACION
                 DISPLAY "  DESCARTADO."
               WHEN OTHER
                 ADD 1 TO WS-PENDIENTES
               CLOSE VARS-PAIRS-FILE
               MOVE "L" TO WS-RET-ESTADO(WS-RET-IDX)
               ADD 1 TO WS-LIBERADOS
               PERFORM GRABA-LIBERACION
               DISPLAY "  RE-ENCOLADO PARA LA PROXIMA EJECUCION"
                   " DE VARS."
             END-IF.

      *    Every decision is registered with the keyer of the pair,
      *    taken from the held image before the re-queued line is
      *    re-stamped with the supervisor.
           GRABA-LIBERACION.
             MOVE HELD-PAR-IMAGEN TO VARS-PAIR-REG.
             CALL "BUSDATE" USING LIB-FECHA.
             ACCEPT LIB-HORA FROM TIME.
             MOVE HELD-CUST-ID TO LIB-CUST-ID.
             MOVE WS-RET-ESTADO(WS-RET-IDX) TO LIB-DECISION.
             MOVE PAIR-OPERADOR TO LIB-CAPTURADOR.
             MOVE WS-OPERADOR-ID TO LIB-SUPERVISOR.
             MOVE HELD-PAR-IMAGEN TO LIB-PAR-IMAGEN.
             OPEN EXTEND LIMIT-LIB-FILE.
             IF WS-LIB-STATUS = "35"
               OPEN OUTPUT LIMIT-LIB-FILE
             END-IF.
             IF WS-LIB-STATUS NOT = "00"
               DISPLAY "*** AVISO: NO SE PUDO REGISTRAR LA DECISION"
                   " EN LIMITLIB.DAT (STATUS " WS-LIB-STATUS ") ***"
             ELSE
               WRITE LIMIT-LIB-REG
               CLOSE LIMIT-LIB-FILE
             END-IF.

      *    What remains held is rewritten, and the exception file is
      *    regenerated to match, one LIMITE record per remaining
      *    pair.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

             CALL "ENVNAME" USING WS-ARCH-LIMITEXC WS-AMBIENTE.
             MOVE "VARSPAIR.DAT" TO WS-ARCH-VARSPAIR.
             CALL "ENVNAME" USING WS-ARCH-VARSPAIR WS-AMBIENTE.
             MOVE "LIMITLIB.DAT" TO WS-ARCH-LIMITLIB.
             CALL "ENVNAME" USING WS-ARCH-LIMITLIB WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

