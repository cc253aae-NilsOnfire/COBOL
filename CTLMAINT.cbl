      *          Requires a SUP or ADM
      *          sign-on through OPERAUTH, validates every edit on
      *          entry (step command present, RC tolerance numeric,
      *          frequency a known value, cutoff hour sane, catch-up
      *          end date not already closed, holiday
      *          dates valid and the calendar extending far enough
      *          ahead), and writes every change to AUDITLOG.DAT with
      *          the operator -- so "who changed the step list?"
       01  NIGHT-PARM-REG.
           05  NIGHT-PARM-MODO  PIC X.
           05  NIGHT-PARM-CORTE PIC 9(4).
           05  NIGHT-PARM-HASTA PIC 9(8).

       FD  HOUSE-PARM-FILE.
           COPY "HOUSPARM.cpy".
             DISPLAY " ".
             DISPLAY "1. NIGHTCTL  - PASOS DE LA CADENA".
             DISPLAY "2. NMANCTL   - LISTA DEL MANIFIESTO NOCTURNO".
             DISPLAY "3. NIGHTPARM - MODO, CORTE Y RECUPERACION".
             DISPLAY "4. HOUSPARM  - RETENCION DE LOGS".
             DISPLAY "5. ERRMPARM  - MODO DEL MONITOR DE ERRORES".
             DISPLAY "6. HOLIDAYS  - CALENDARIO DE FERIADOS".
           MANTIENE-NIGHTPARM.
             MOVE "N" TO NIGHT-PARM-MODO.
             MOVE 0 TO NIGHT-PARM-CORTE.
             MOVE 0 TO NIGHT-PARM-HASTA.
             OPEN INPUT NIGHT-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ NIGHT-PARM-FILE
                 NOT AT END
                   IF NIGHT-PARM-HASTA IS NOT NUMERIC
                     MOVE 0 TO NIGHT-PARM-HASTA
                   END-IF
               END-READ
               CLOSE NIGHT-PARM-FILE
             ELSE
               END-IF
             END-IF.
             DISPLAY "MODO ACTUAL: " NIGHT-PARM-MODO
                 "  CORTE ACTUAL: " NIGHT-PARM-CORTE
                 "  RECUPERAR HASTA: " NIGHT-PARM-HASTA.
             DISPLAY "NUEVO MODO (N=NORMAL, F=REARRANQUE COMPLETO,"
                 " INTRO=SIN CAMBIO): ".
             MOVE SPACES TO WS-ENTRADA.
                     FUNCTION NUMVAL(WS-ENTRADA)
               END-IF
             END-IF.
      *    A catch-up end date makes NIGHTRUN run the chain once
      *    per business date from the current one up to it; it can
      *    never be earlier than the date still to be closed.
             DISPLAY "RECUPERAR HASTA LA FECHA DE NEGOCIO (YYYYMMDD,"
                 " 0 = SIN RECUPERACION, INTRO=SIN CAMBIO): ".
             MOVE SPACES TO WS-ENTRADA.
             ACCEPT WS-ENTRADA.
             IF FUNCTION TRIM(WS-ENTRADA) NOT = SPACES
               MOVE "Y" TO WS-VALIDO
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                 MOVE "N" TO WS-VALIDO
               ELSE
                 COMPUTE WS-FECHA-NUEVA =
                     FUNCTION NUMVAL(WS-ENTRADA)
                 IF WS-FECHA-NUEVA NOT = 0
                   MOVE WS-FECHA-NUEVA TO WS-FECHA-DESC
                   IF WS-FD-MM < 1 OR WS-FD-MM > 12
                       OR WS-FD-DD < 1 OR WS-FD-DD > 31
                     MOVE "N" TO WS-VALIDO
                   END-IF
                   IF WS-FECHA-NUEVA < WS-FECHA-NEGOCIO
                     DISPLAY "LA FECHA YA ESTA CERRADA."
                     MOVE "N" TO WS-VALIDO
                   END-IF
                 END-IF
               END-IF
               IF WS-VALIDO = "N"
                 DISPLAY "FECHA DE RECUPERACION NO VALIDA."
               ELSE
                 MOVE WS-FECHA-NUEVA TO NIGHT-PARM-HASTA
               END-IF
             END-IF.
             OPEN OUTPUT NIGHT-PARM-FILE.
             WRITE NIGHT-PARM-REG.
             CLOSE NIGHT-PARM-FILE.
             MOVE SPACES TO WS-DETALLE-CAMBIO.
             STRING "NIGHTPARM MODO " NIGHT-PARM-MODO " CORTE "
                 NIGHT-PARM-CORTE " HASTA " NIGHT-PARM-HASTA
                 DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO.
             PERFORM GRABA-CAMBIO.
             DISPLAY "NIGHTPARM.DAT ACTUALIZADO.".

      *----------------------------------------------------------------
      *    RSNCODE: the shared reason-code table behind SUSP-MOTIVO,
      *    VOID-MOTIVO, THRU-REJ-MOTIVO, RTRN-MOTIVO, DDDV-MOTIVO,
      *    REV-MOTIVO and CUST-DIR-MOTIVO.
      *----------------------------------------------------------------
           MANTIENE-RSNCODE.
             MOVE 0 TO WS-CD-TOTAL.
               DISPLAY "LA TABLA DE CODIGOS ESTA LLENA."
             ELSE
               INITIALIZE RSN-CODE-REG
               DISPLAY "DOMINIO (SUSPENSO/VOID/THRUREJ/RETORNO/"
                   "ADEUDO/REVERSO/CORREO/EXENCION/EXCTIPO): "
               ACCEPT RSN-DOMINIO
               DISPLAY "CODIGO (HASTA 9): "
               ACCEPT RSN-CODIGO
                   AND RSN-DOMINIO NOT = "VOID"
                   AND RSN-DOMINIO NOT = "THRUREJ"
                   AND RSN-DOMINIO NOT = "RETORNO"
                   AND RSN-DOMINIO NOT = "ADEUDO"
                   AND RSN-DOMINIO NOT = "REVERSO"
                   AND RSN-DOMINIO NOT = "CORREO"
                   AND RSN-DOMINIO NOT = "EXENCION"
                   AND RSN-DOMINIO NOT = "EXCTIPO"
                 DISPLAY "DOMINIO NO VALIDO."
               ELSE
                 IF FUNCTION TRIM(RSN-CODIGO) = SPACES
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

