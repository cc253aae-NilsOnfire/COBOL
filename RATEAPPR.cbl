      *          master (GOTO-style, via OPERAUTH; SUP or ADM role
      *          required), lists every pending version in
      *          RATEVERS.DAT with its effective date, and marks the
      *          chosen one approved with the approver's identity
      *          and the business date of the approval.
      *          Next to each pending version it shows the latest
      *          RATESIM impact simulation of it, if one was run.
      *          RATEPUB publishes it when its effective date
      *          arrives.
      * Tectonics: cobc
               WS-ARCH-RATEVERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL RATE-SIM-RES-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RATESIMR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-VER-FILE.
           COPY "RATEVERS.cpy".

       FD  RATE-SIM-RES-FILE.
           COPY "RATESIMR.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-RATEVERS PIC X(30).
       01  WS-VER-STATUS PIC XX.
       01  WS-ARCH-RATESIMR PIC X(30).
       01  WS-RES-STATUS PIC XX.
       01  WS-SIM-ULTIMA PIC X(70).
       01  WS-SIM-HALLADA PIC X.
       01  WS-EDIT-ACTUAL PIC -(12)9.99.
       01  WS-EDIT-NUEVA PIC -(12)9.99.
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-VERSIONES.
           05  WS-VER-ENTRY OCCURS 100 PIC X(41).
       01  WS-VER-TOTAL PIC 999 VALUE 0.
       01  WS-VER-DESBORDADO PIC X VALUE "N".
       01  WS-VER-IDX PIC 999.
       MAIN-PROCEDURE.
           MOVE "RATEVERS.DAT" TO WS-ARCH-RATEVERS.
           CALL "ENVNAME" USING WS-ARCH-RATEVERS WS-AMBIENTE.
           MOVE "RATESIMR.DAT" TO WS-ARCH-RATESIMR.
           CALL "ENVNAME" USING WS-ARCH-RATESIMR WS-AMBIENTE.
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
                 ADD 1 TO WS-PENDIENTES
                 DISPLAY "VERSION " VER-NUMERO " EFECTIVA "
                     VER-EFECTIVA " PENDIENTE"
                 IF VER-CREADOR NOT = SPACES
                   DISPLAY "  PREPARADA POR " VER-CREADOR
                 END-IF
                 PERFORM MUESTRA-SIMULACION
               END-IF
             END-PERFORM.

      *    The last simulation of the version is the one that
      *    counts: a draft may have been simulated more than once.
           MUESTRA-SIMULACION.
             MOVE "N" TO WS-SIM-HALLADA.
             OPEN INPUT RATE-SIM-RES-FILE.
             IF WS-RES-STATUS = "00"
               PERFORM UNTIL WS-RES-STATUS = "10"
                 READ RATE-SIM-RES-FILE
                   AT END
                     MOVE "10" TO WS-RES-STATUS
                   NOT AT END
                     IF SIMR-VERSION = VER-NUMERO
                       MOVE "Y" TO WS-SIM-HALLADA
                       MOVE RATE-SIM-RES-REG TO WS-SIM-ULTIMA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RATE-SIM-RES-FILE
             ELSE
               IF WS-RES-STATUS = "05"
                 CLOSE RATE-SIM-RES-FILE
               END-IF
             END-IF.
             IF WS-SIM-HALLADA = "N"
               DISPLAY "  SIN SIMULACION DE IMPACTO (RATESIM)."
             ELSE
               MOVE WS-SIM-ULTIMA TO RATE-SIM-RES-REG
               MOVE SIMR-ACTUAL TO WS-EDIT-ACTUAL
               MOVE SIMR-NUEVA TO WS-EDIT-NUEVA
               DISPLAY "  SIMULADA EL " SIMR-FECHA " (" SIMR-DESDE
                   " A " SIMR-HASTA "): " SIMR-CLIENTES " CLIENTES"
               DISPLAY "  CUOTAS ACTUALES " WS-EDIT-ACTUAL
                   " NUEVAS " WS-EDIT-NUEVA
               DISPLAY "  CLIENTES CON SUBIDA DE " SIMR-UMBRAL
                   "% O MAS: " SIMR-AVISOS
             END-IF.

           APRUEBA-VERSION.
             MOVE "N" TO WS-HALLADA.
             PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                 MOVE "Y" TO WS-HALLADA
                 MOVE "A" TO VER-ESTADO
                 MOVE WS-OPERADOR-ID TO VER-APROBADOR
                 CALL "BUSDATE" USING VER-FECHA-APROB
                 MOVE RATE-VER-REG TO WS-VER-ENTRY(WS-VER-IDX)
               END-IF
             END-PERFORM.
