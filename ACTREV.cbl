      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor review console for the unusual-activity
      *          alerts ACTMON raises (ACTALRT.DAT). Requires a SUP or
      *          ADM sign-on via OPERAUTH, as LIMITREL does, shows
      *          each open alert oldest first with its reason code,
      *          score, the day's figure and the customer's own
      *          reference, and closes it as explained (the activity
      *          is accounted for) or escalated (referred on for
      *          investigation) with a free note. A closed alert
      *          keeps the reviewing supervisor's sign-on and the
      *          date; ACTALRT.DAT is rewritten under its lock so the
      *          night's monitor never appends into a half-written
      *          file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACT-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACTALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTA-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACT-ALRT-FILE.
           COPY "ACTALRT.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-ACTALRT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ACTA-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "ACTREV".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ALERTAS.
           05  WS-AL-ENTRY OCCURS 5000.
               10  WS-AL-IMAGEN PIC X(134).
       01  WS-AL-TOTAL PIC 9(4) VALUE 0.
       01  WS-AL-IDX PIC 9(4).
       01  WS-ABIERTAS PIC 9(4) VALUE 0.
       01  WS-DECISION PIC X.
       01  WS-NOTA PIC X(40).
       01  WS-FIN PIC X VALUE "N".
       01  WS-EXPLICADAS PIC 9(4) VALUE 0.
       01  WS-ESCALADAS PIC 9(4) VALUE 0.
       01  WS-PENDIENTES PIC 9(4) VALUE 0.
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-EDIT-OBSERVADO PIC -(10)9.99.
       01  WS-EDIT-REFERENCIA PIC -(10)9.99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "===== REVISION DE ACTIVIDAD INUSUAL =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF (WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G")
               OR (WS-AUTH-ROL NOT = "SUP" AND WS-AUTH-ROL NOT = "ADM")
             DISPLAY MSG-006
             DISPLAY "LA REVISION REQUIERE ROL SUP O ADM."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "ACTALRT" TO WS-LOCK-RECURSO.
           PERFORM PIDE-CERROJO.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-ALERTAS.
           IF WS-DESBORDADO = "Y" OR WS-HUBO-ERROR = "Y"
             IF WS-DESBORDADO = "Y"
               DISPLAY "*** ERROR: MAS DE 5000 ALERTAS EN ACTALRT.DAT."
                   " AMPLIE LA TABLA: NO SE REESCRIBE PARA NO"
                   " PERDER ALERTAS. ***"
             END-IF
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-ABIERTAS = 0
             DISPLAY "NO HAY ALERTAS ABIERTAS."
           ELSE
             DISPLAY "ALERTAS ABIERTAS: " WS-ABIERTAS
             PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                 UNTIL WS-AL-IDX > WS-AL-TOTAL OR WS-FIN = "Y"
               MOVE WS-AL-IMAGEN(WS-AL-IDX) TO ACT-ALRT-REG
               IF ACTA-ESTADO = "A"
                 PERFORM REVISA-ALERTA
               END-IF
             END-PERFORM
             IF WS-EXPLICADAS > 0 OR WS-ESCALADAS > 0
               PERFORM REESCRIBE-ALERTAS
               PERFORM GRABA-AUDITORIA
             END-IF
           END-IF.
           PERFORM SUELTA-CERROJO.
           COMPUTE WS-PENDIENTES =
               WS-ABIERTAS - WS-EXPLICADAS - WS-ESCALADAS.
           DISPLAY "EXPLICADAS : " WS-EXPLICADAS.
           DISPLAY "ESCALADAS  : " WS-ESCALADAS.
           DISPLAY "PENDIENTES : " WS-PENDIENTES.
           IF WS-HUBO-ERROR = "Y"
             MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CARGA-ALERTAS.
             OPEN INPUT ACT-ALRT-FILE.
             IF WS-ACTA-STATUS = "00"
               PERFORM UNTIL WS-ACTA-STATUS = "10"
                 READ ACT-ALRT-FILE
                   AT END
                     MOVE "10" TO WS-ACTA-STATUS
                   NOT AT END
                     IF WS-AL-TOTAL < 5000
                       ADD 1 TO WS-AL-TOTAL
                       MOVE ACT-ALRT-REG TO WS-AL-IMAGEN(WS-AL-TOTAL)
                       IF ACTA-ESTADO = "A"
                         ADD 1 TO WS-ABIERTAS
                       END-IF
                     ELSE
                       MOVE "Y" TO WS-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ACT-ALRT-FILE
             ELSE
               IF WS-ACTA-STATUS = "05"
                 CLOSE ACT-ALRT-FILE
               ELSE
                 DISPLAY "*** ERROR: NO SE PUDO LEER ACTALRT.DAT"
                     " (STATUS " WS-ACTA-STATUS ") ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               END-IF
             END-IF.

           REVISA-ALERTA.
             MOVE ACTA-OBSERVADO TO WS-EDIT-OBSERVADO.
             MOVE ACTA-REFERENCIA TO WS-EDIT-REFERENCIA.
             DISPLAY " ".
             DISPLAY "ALERTA " WS-AL-IDX " DEL " ACTA-FECHA
                 " CLIENTE " ACTA-CUST-ID " MOTIVO " ACTA-MOTIVO
                 " PUNTOS " ACTA-PUNTOS.
             DISPLAY "  HOY " WS-EDIT-OBSERVADO "  REFERENCIA "
                 WS-EDIT-REFERENCIA " " ACTA-MONEDA.
             DISPLAY "  E=EXPLICADA, S=ESCALADA, INTRO=DEJAR,"
                 " F=TERMINAR: ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             EVALUATE WS-DECISION
               WHEN "E"
               WHEN "e"
                 MOVE "EXPLICADA" TO ACTA-DECISION
                 ADD 1 TO WS-EXPLICADAS
                 PERFORM CIERRA-ALERTA
               WHEN "S"
               WHEN "s"
                 MOVE "ESCALADA" TO ACTA-DECISION
                 ADD 1 TO WS-ESCALADAS
                 PERFORM CIERRA-ALERTA
               WHEN "F"
               WHEN "f"
                 MOVE "Y" TO WS-FIN
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

           CIERRA-ALERTA.
             DISPLAY "  NOTA: ".
             MOVE SPACES TO WS-NOTA.
             ACCEPT WS-NOTA.
             MOVE "C" TO ACTA-ESTADO.
             MOVE WS-FECHA-NEGOCIO TO ACTA-FECHA-CIERRE.
             MOVE WS-OPERADOR-ID TO ACTA-OPERADOR.
             MOVE WS-NOTA TO ACTA-NOTA.
             MOVE ACT-ALRT-REG TO WS-AL-IMAGEN(WS-AL-IDX).
             DISPLAY "  CERRADA (" FUNCTION TRIM(ACTA-DECISION)
                 ") POR " WS-OPERADOR-ID.

           REESCRIBE-ALERTAS.
             OPEN OUTPUT ACT-ALRT-FILE.
             IF WS-ACTA-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO REESCRIBIR ACTALRT.DAT"
                   " (STATUS " WS-ACTA-STATUS "). NO SE CIERRA"
                   " NINGUNA. ***"
               MOVE "Y" TO WS-HUBO-ERROR
               MOVE 0 TO WS-EXPLICADAS
               MOVE 0 TO WS-ESCALADAS
             ELSE
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-AL-TOTAL
                 MOVE WS-AL-IMAGEN(WS-AL-IDX) TO ACT-ALRT-REG
                 WRITE ACT-ALRT-REG
               END-PERFORM
               CLOSE ACT-ALRT-FILE
             END-IF.

           GRABA-AUDITORIA.
             MOVE "ACTREV" TO AUDIT-PROGRAMA.
             MOVE "END" TO AUDIT-EVENTO.
             MOVE SPACES TO AUDIT-DETALLE.
             STRING "EXPLICADAS " WS-EXPLICADAS " ESCALADAS "
                 WS-ESCALADAS " POR " WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO AUDIT-DETALLE.
             MOVE 0 TO AUDIT-RUN-ID.
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

           RESUELVE-ARCHIVOS.
             MOVE "ACTALRT.DAT" TO WS-ARCH-ACTALRT.
             CALL "ENVNAME" USING WS-ARCH-ACTALRT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM ACTREV.
