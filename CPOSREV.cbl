      ******************************************************************
      * Author:
      * Date:
      * Purpose: Postal-code sweep of the whole customer master:
      *          addresses captured before the postal-code check, or
      *          left behind by a change in the postal service's
      *          file, are checked through CPOSCHK against the
      *          current CODPOST.DAT. Every customer not merged away
      *          or anonymised whose code does not exist or does not
      *          serve the town goes to CPOSEXC.DAT (rewritten by
      *          every run that has a reference file) for correction
      *          through CUSTMAINT; the run then ends with
      *          RETURN-CODE 4. A blank postal code is not listed:
      *          it stays optional, as at intake. Run by hand once to
      *          clean up the existing master, then monthly as a
      *          NIGHTRUN step. A missing reference file is alarmed
      *          through OPERALRT (RETURN-CODE 8), since nothing was
      *          checked, and last run's list is kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPOSREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CPOS-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-CPOSEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPEX-STATUS.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CPOS-EXC-FILE.
           COPY "CPOSEXC.cpy".

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CPOSEXC PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-CPEX-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "CPOSREV".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-CODPOSTAL PIC X(8).
       01  WS-CIUDAD PIC X(15).
       01  WS-CPOS-RESULTADO PIC X.
       01  WS-SIN-CALLEJERO PIC X VALUE "N".
       01  WS-REVISADOS PIC 9(7) VALUE 0.
       01  WS-SIN-CODIGO PIC 9(7) VALUE 0.
       01  WS-FALLIDOS PIC 9(7) VALUE 0.
       01  WS-ALERTA-TEXTO PIC X(50).
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
           DISPLAY "=== REVISION DE CODIGOS POSTALES DEL MAESTRO ===".
           PERFORM SONDEA-CALLEJERO.
           IF WS-SIN-CALLEJERO = "N"
             PERFORM REVISA-MAESTRO
           END-IF.
           DISPLAY "CLIENTES REVISADOS     : " WS-REVISADOS.
           DISPLAY "  SIN CODIGO POSTAL    : " WS-SIN-CODIGO.
           DISPLAY "  A CORREGIR (CPOSEXC) : " WS-FALLIDOS.
           IF WS-SIN-CALLEJERO = "Y"
             DISPLAY "*** SIN FICHERO DE CODIGOS POSTALES"
                 " (CODPOST.DAT): NADA HA SIDO REVISADO. ***"
             MOVE "SIN CODPOST.DAT: REVISION POSTAL NO HECHA"
                 TO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
           END-IF.
           MOVE "END" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           IF WS-SIN-CALLEJERO = "Y"
             MOVE MSG-032 TO AUDIT-DETALLE
           END-IF.
           PERFORM GRABA-AUDITORIA.
           IF WS-SIN-CALLEJERO = "Y"
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WS-FALLIDOS > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

      *    Without a reference file the previous run's list is left
      *    in CPOSEXC.DAT for the desk instead of being wiped.
           SONDEA-CALLEJERO.
             MOVE SPACES TO WS-CODPOSTAL.
             MOVE SPACES TO WS-CIUDAD.
             CALL "CPOSCHK" USING WS-CODPOSTAL WS-CIUDAD
                 WS-CPOS-RESULTADO.
             IF WS-CPOS-RESULTADO = "S"
               MOVE "Y" TO WS-SIN-CALLEJERO
             END-IF.

           REVISA-MAESTRO.
             OPEN OUTPUT CPOS-EXC-FILE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                 READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                     MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                     IF CUST-ESTADO NOT = "F"
                         AND CUST-ESTADO NOT = "X"
                       PERFORM REVISA-CLIENTE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             ELSE
               DISPLAY "SIN MAESTRO DE CLIENTES QUE REVISAR (STATUS "
                   WS-CUST-STATUS ")."
             END-IF.
             CLOSE CPOS-EXC-FILE.

           REVISA-CLIENTE.
             ADD 1 TO WS-REVISADOS.
             IF CUST-CODPOSTAL = SPACES
               ADD 1 TO WS-SIN-CODIGO
             ELSE
               MOVE CUST-CODPOSTAL TO WS-CODPOSTAL
               MOVE CUST-CIUDAD TO WS-CIUDAD
               CALL "CPOSCHK" USING WS-CODPOSTAL WS-CIUDAD
                   WS-CPOS-RESULTADO
               EVALUATE WS-CPOS-RESULTADO
                 WHEN "N"
                   MOVE "CODIGO" TO CPEX-MOTIVO
                   PERFORM GRABA-FALLIDO
                 WHEN "C"
                   MOVE "CIUDAD" TO CPEX-MOTIVO
                   PERFORM GRABA-FALLIDO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF.

           GRABA-FALLIDO.
             MOVE WS-FECHA-NEGOCIO TO CPEX-FECHA.
             MOVE CUST-ID TO CPEX-CUST-ID.
             MOVE CUST-NOMBRE TO CPEX-NOMBRE.
             MOVE CUST-APELLIDOS TO CPEX-APELLIDOS.
             MOVE CUST-CALLE TO CPEX-CALLE.
             MOVE CUST-CIUDAD TO CPEX-CIUDAD.
             MOVE CUST-CODPOSTAL TO CPEX-CODPOSTAL.
             WRITE CPOS-EXC-REG.
             ADD 1 TO WS-FALLIDOS.
             DISPLAY "CLIENTE " CPEX-CUST-ID " "
                 FUNCTION TRIM(CUST-CODPOSTAL) " "
                 FUNCTION TRIM(CUST-CIUDAD) ": " CPEX-MOTIVO.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "CPOSREV" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE WS-ALERTA-TEXTO TO ALRT-DETALLE.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

           GRABA-AUDITORIA.
             MOVE "CPOSREV" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO AUDIT-RUN-ID.
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

           ADQUIERE-CERROJOS.
             MOVE "CPOSEXC" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "CPOSEXC" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "CPOSEXC" TO WS-LOCK-RECURSO.
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

           RESUELVE-ARCHIVOS.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "CPOSEXC.DAT" TO WS-ARCH-CPOSEXC.
             CALL "ENVNAME" USING WS-ARCH-CPOSEXC WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM CPOSREV.
