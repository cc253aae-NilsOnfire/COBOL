      *          and release rehearsal finally see real data shapes
      *          (estado variants, multi-currency ledger records,
      *          suspense cases) instead of a handful of hand-keyed
      *          customers. Names, addresses, e-mail addresses and
      *          phone digits are scrambled DETERMINISTICALLY (a
      *          fixed substitution: the same input always masks the
      *          same way, through MASCARA), so the cross-file joins
      *          INTAUDIT proves still hold in TEST and PARCOMP can
      *          compare TEST outputs against production ones.
      *          The TEST audit trail is stamped with the refresh, so
      *          it is always obvious which vintage the environment
      *          holds. Refuses to run when the shop itself is in
                         CUST-LIMITE BY TST-LIMITE
                         CUST-DUN-NIVEL BY TST-DUN-NIVEL
                         CUST-DUN-FECHA BY TST-DUN-FECHA
                         CUST-HR-ID BY TST-HR-ID
                         CUST-CASTIGO-FECHA BY TST-CASTIGO-FECHA
                         CUST-CASTIGO-IMPORTE BY TST-CASTIGO-IMPORTE
                         CUST-EMAIL BY TST-EMAIL
                         CUST-ENTREGA BY TST-ENTREGA
                         CUST-PADRE BY TST-PADRE
                         CUST-MONEDA BY TST-MONEDA
                         CUST-DIR-INVALIDA BY TST-DIR-INVALIDA
                         CUST-DIR-FECHA BY TST-DIR-FECHA
                         CUST-DIR-MOTIVO BY TST-DIR-MOTIVO
                         CUST-CICLO BY TST-CICLO.

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".
                         HIST-ANT-TELEFONO BY THIST-ANT-TELEFONO
                         HIST-ANT-SEGMENTO BY THIST-ANT-SEGMENTO
                         HIST-ANT-LIMITE BY THIST-ANT-LIMITE
                         HIST-ANT-EMAIL BY THIST-ANT-EMAIL
                         HIST-ANT-ENTREGA BY THIST-ANT-ENTREGA
                         HIST-ANT-PADRE BY THIST-ANT-PADRE
                         HIST-ANT-HR-ID BY THIST-ANT-HR-ID
                         HIST-ANT-MONEDA BY THIST-ANT-MONEDA
                         HIST-ANT-DIR-INVALIDA BY THIST-ANT-DIR-INVALIDA
                         HIST-ANT-DIR-FECHA BY THIST-ANT-DIR-FECHA
                         HIST-ANT-DIR-MOTIVO BY THIST-ANT-DIR-MOTIVO
                         HIST-ANT-CICLO BY THIST-ANT-CICLO
                         HIST-NUE-NOMBRE BY THIST-NUE-NOMBRE
                         HIST-NUE-APELLIDOS BY THIST-NUE-APELLIDOS
                         HIST-NUE-FECHA-NAC BY THIST-NUE-FECHA-NAC
                         HIST-NUE-CODPOSTAL BY THIST-NUE-CODPOSTAL
                         HIST-NUE-TELEFONO BY THIST-NUE-TELEFONO
                         HIST-NUE-SEGMENTO BY THIST-NUE-SEGMENTO
                         HIST-NUE-LIMITE BY THIST-NUE-LIMITE
                         HIST-NUE-EMAIL BY THIST-NUE-EMAIL
                         HIST-NUE-ENTREGA BY THIST-NUE-ENTREGA
                         HIST-NUE-PADRE BY THIST-NUE-PADRE
                         HIST-NUE-HR-ID BY THIST-NUE-HR-ID
                         HIST-NUE-MONEDA BY THIST-NUE-MONEDA
                         HIST-NUE-DIR-INVALIDA BY THIST-NUE-DIR-INVALIDA
                         HIST-NUE-DIR-FECHA BY THIST-NUE-DIR-FECHA
                         HIST-NUE-DIR-MOTIVO BY THIST-NUE-DIR-MOTIVO
                         HIST-NUE-CICLO BY THIST-NUE-CICLO
                         HIST-APROBADOR BY THIST-APROBADOR.

       FD  OPER-MAST-FILE.
           COPY "OPERMAST.cpy".
                         OPER-ESTADO BY TOP-ESTADO.

       FD  ENTRADA-LINEAL.
       01  ENTRADA-LINEA PIC X(200).

       FD  SALIDA-LINEAL.
       01  SALIDA-LINEA PIC X(200).

       FD  ENTRADA-LEDGER.
           COPY "VARSLOG.cpy".
                         VARS-LOG-POSTED BY TLOG-POSTED
                         VARS-LOG-MONEDA BY TLOG-MONEDA
                         VARS-LOG-TASA BY TLOG-TASA
                         VARS-LOG-SUMA-ORIG BY TLOG-SUMA-ORIG
                         VARS-LOG-EVENTO BY TLOG-EVENTO
                         VARS-LOG-FECHA-VALOR BY TLOG-FECHA-VALOR
                         VARS-LOG-ORIG-FECHA BY TLOG-ORIG-FECHA
                         VARS-LOG-ORIG-SECUENCIA
                             BY TLOG-ORIG-SECUENCIA.

       FD  TEST-AUDIT-FILE.
           COPY "AUDITLOG.cpy".
           05  WS-FECHA-ENTRY OCCURS 50 PIC 9(8).
       01  WS-TOTAL-FECHAS PIC 99 VALUE 0.
       01  WS-IDX PIC 99.
      *Deterministic masks (MASCARA): the same letter always becomes
      *the same letter and the same digit the same digit, so identical
      *names mask identically and the INTAUDIT joins still hold in TEST.
       01  WS-CAMPO-OBRA PIC X(40).
       01  WS-CAMPO-LARGO PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                     MOVE 12 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:12) TO TST-TELEFONO
                     MOVE CUST-EMAIL TO WS-CAMPO-OBRA
                     MOVE 40 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:40) TO TST-EMAIL
                     WRITE TST-MASTER-REC
                       INVALID KEY
                         DISPLAY "*** ERROR CARGANDO TEST.CUSTMAST"
                     MOVE 25 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:25) TO THIST-ANT-CALLE
                     MOVE HIST-ANT-EMAIL TO WS-CAMPO-OBRA
                     MOVE 40 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:40) TO THIST-ANT-EMAIL
                     MOVE HIST-NUE-NOMBRE TO WS-CAMPO-OBRA
                     MOVE 15 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE 25 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:25) TO THIST-NUE-CALLE
                     MOVE HIST-NUE-EMAIL TO WS-CAMPO-OBRA
                     MOVE 40 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:40) TO THIST-NUE-EMAIL
                     WRITE THIST-REG
                       INVALID KEY
                         MOVE 16 TO RETURN-CODE
                     MOVE ENTRADA-LINEA TO SALIDA-LINEA
      *              SUSP-NOMBRE at 17, SUSP-APELLIDOS at 32,
      *              SUSP-CALLE at 60, SUSP-CIUDAD at 85,
      *              SUSP-TELEFONO at 108, SUSP-EMAIL at 135 per
      *              the CUSTSUSP layout.
                     MOVE SALIDA-LINEA(17:15) TO WS-CAMPO-OBRA
                     MOVE 15 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE 12 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:12) TO SALIDA-LINEA(108:12)
                     MOVE SALIDA-LINEA(135:40) TO WS-CAMPO-OBRA
                     MOVE 40 TO WS-CAMPO-LARGO
                     PERFORM ENMASCARA-CAMPO
                     MOVE WS-CAMPO-OBRA(1:40) TO SALIDA-LINEA(135:40)
                     WRITE SALIDA-LINEA
                     ADD 1 TO WS-COPIADOS
                 END-READ
               END-IF
             END-IF.

      *    Fixed substitution per character through MASCARA, the
      *    rule PARCOMP also re-masks production values with.
           ENMASCARA-CAMPO.
             CALL "MASCARA" USING WS-CAMPO-OBRA WS-CAMPO-LARGO.

      *    The refresh is stamped into the TEST audit trail, so the
      *    environment always says which vintage it holds.
             IF WS-TAUD-STATUS = "35"
               OPEN OUTPUT TEST-AUDIT-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-TEST-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE TEST-AUDIT-FILE.

