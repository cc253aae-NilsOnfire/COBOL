      ******************************************************************
      * Author:
      * Date:
      * Purpose: Right-to-erasure run. CUSTPURG can only delete a
      *          customer at zero balance; an erasure request must be
      *          honoured even while the ledger has to be kept, so
      *          this run anonymises instead of deleting. Requires a
      *          SUP or ADM sign-on through OPERAUTH (CASTIGO-style);
      *          for each customer and request reference given it
      *          overwrites the personal fields with fixed masks --
      *          name, address, phone, date of birth, e-mail and
      *          HR-ID on CUSTMAST.DAT, the before and after images
      *          of every CUSTHIST.DAT entry, and any CUSTSUSP.DAT
      *          intake parked against the customer, plus the HR
      *          numbers in its CUSTPEND.DAT change requests (a request
      *          still pending is closed as rejected) -- and marks the
      *          master CUST-ESTADO "X" (anonimizado) so no export or
      *          letter is produced for the customer again. CUST-ID,
      *          segment, limit, balances, TXNHIST.DAT and the billing
      *          history are left untouched, so statements already
      *          issued and the GL still reconcile. A customer merged
      *          away keeps "F" (nothing is produced for it either).
      *          Each erasure is journaled through CUSTJRNL as action
      *          "ANONIM" and registered in ANONREG.DAT with the
      *          request reference and the approving supervisor.
      *          A customer under a legal hold (LEGALCHK) is refused
      *          until legal releases the hold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.
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
           SELECT OPTIONAL CUST-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL CUST-SUSP-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSP-COPIA-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SUSPCOPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPIA-STATUS.
           SELECT OPTIONAL CUST-PEND-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-COPIA-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PENDCOPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCOPIA-STATUS.
           SELECT OPTIONAL ANON-REG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ANONREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANON-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CUST-HIST-FILE.
           COPY "CUSTHIST.cpy".

       FD  CUST-SUSP-FILE.
           COPY "CUSTSUSP.cpy".

       FD  SUSP-COPIA-FILE.
       01  SUSP-COPIA-REG PIC X(200).

       FD  CUST-PEND-FILE.
           COPY "CUSTPEND.cpy".

       FD  PEND-COPIA-FILE.
       01  PEND-COPIA-REG PIC X(113).

       FD  ANON-REG-FILE.
           COPY "ANONREG.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTHIST PIC X(30).
       01  WS-ARCH-CUSTSUSP PIC X(30).
       01  WS-ARCH-SUSPCOPIA PIC X(30).
       01  WS-ARCH-CUSTPEND PIC X(30).
       01  WS-ARCH-PENDCOPIA PIC X(30).
       01  WS-ARCH-ANONREG PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-SUSP-STATUS PIC XX.
       01  WS-COPIA-STATUS PIC XX.
       01  WS-PEND-STATUS PIC XX.
       01  WS-PCOPIA-STATUS PIC XX.
       01  WS-ANON-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "CUSTANON".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-SALIR PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-ENCONTRADO PIC X.
       01  WS-REFERENCIA PIC X(20).
       01  WS-CONFIRMA PIC X.
       01  WS-LEGAL-DESDE PIC 9(8).
       01  WS-LEGAL-HASTA PIC 9(8).
       01  WS-RETENIDO PIC X.
       01  WS-ASUNTO PIC X(20).
       01  WS-PRIMERA PIC 9(8).
       01  WS-HIST-MASCARADOS PIC 9(4).
       01  WS-SUSP-MASCARADOS PIC 9(3).
       01  WS-SUSP-COPIADOS PIC 9(5).
       01  WS-PEND-MASCARADOS PIC 9(3).
       01  WS-ANONIMIZADOS PIC 9(5) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-ERROR-CLIENTE PIC X.
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-ESTADO-PREVIO PIC X.
      *    The fixed masks every personal field is overwritten with.
       01  WS-MASCARA-NOMBRE PIC X(15) VALUE "ANONIMIZADO".
       01  WS-MASCARA-TEXTO PIC X(25) VALUE "ANONIMIZADO".
       01  WS-MASCARA-CODIGO PIC X(12) VALUE ALL "*".
       01  WS-JRN-ACCION PIC X(6) VALUE "ANONIM".
       01  WS-JRN-APROBADOR PIC X(10) VALUE SPACES.
       01  WS-JRN-CUST-ID PIC 9(6).
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-NOMBRE     PIC X(15).
           05  WS-ANT-APELLIDOS  PIC X(20).
           05  WS-ANT-FECHA-NAC  PIC 9(8).
           05  WS-ANT-ESTADO     PIC X.
           05  WS-ANT-CALLE      PIC X(25).
           05  WS-ANT-CIUDAD     PIC X(15).
           05  WS-ANT-CODPOSTAL  PIC X(8).
           05  WS-ANT-TELEFONO   PIC X(12).
           05  WS-ANT-SEGMENTO   PIC X(3).
           05  WS-ANT-LIMITE     PIC S9(9)V99.
           05  WS-ANT-EMAIL      PIC X(40).
           05  WS-ANT-ENTREGA    PIC X.
           05  WS-ANT-PADRE      PIC 9(6).
           05  WS-ANT-HR-ID      PIC X(10).
           05  WS-ANT-MONEDA     PIC X(3).
           05  WS-ANT-DIR-INVALIDA PIC X.
           05  WS-ANT-DIR-FECHA PIC 9(8).
           05  WS-ANT-DIR-MOTIVO PIC X(9).
           05  WS-ANT-CICLO       PIC 99.
       01  WS-IMAGEN-DESPUES.
           05  WS-NUE-NOMBRE     PIC X(15).
           05  WS-NUE-APELLIDOS  PIC X(20).
           05  WS-NUE-FECHA-NAC  PIC 9(8).
           05  WS-NUE-ESTADO     PIC X.
           05  WS-NUE-CALLE      PIC X(25).
           05  WS-NUE-CIUDAD     PIC X(15).
           05  WS-NUE-CODPOSTAL  PIC X(8).
           05  WS-NUE-TELEFONO   PIC X(12).
           05  WS-NUE-SEGMENTO   PIC X(3).
           05  WS-NUE-LIMITE     PIC S9(9)V99.
           05  WS-NUE-EMAIL      PIC X(40).
           05  WS-NUE-ENTREGA    PIC X.
           05  WS-NUE-PADRE      PIC 9(6).
           05  WS-NUE-HR-ID      PIC X(10).
           05  WS-NUE-MONEDA     PIC X(3).
           05  WS-NUE-DIR-INVALIDA PIC X.
           05  WS-NUE-DIR-FECHA PIC 9(8).
           05  WS-NUE-DIR-MOTIVO PIC X(9).
           05  WS-NUE-CICLO       PIC 99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "===== ANONIMIZACION (DERECHO DE SUPRESION) =====".
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
             DISPLAY "LA ANONIMIZACION REQUIERE ROL SUP O ADM."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM TRATA-PETICION
           END-PERFORM.
           DISPLAY "CLIENTES ANONIMIZADOS: " WS-ANONIMIZADOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           TRATA-PETICION.
             DISPLAY " ".
             DISPLAY "NUMERO DEL CLIENTE A ANONIMIZAR"
                 " (INTRO = TERMINAR): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF WS-ID-ENTRADA = SPACES
               MOVE "Y" TO WS-SALIR
             ELSE
               CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                   WS-ID-VERDICTO
               IF WS-ID-VERDICTO = "N"
                 DISPLAY MSG-022
               ELSE
                 PERFORM MUESTRA-CLIENTE
                 IF WS-ENCONTRADO = "Y"
                   PERFORM PIDE-CONFIRMACION
                 END-IF
               END-IF
             END-IF.

           MUESTRA-CLIENTE.
             MOVE "N" TO WS-ENCONTRADO.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             ELSE
               MOVE WS-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE " NO EXISTE."
                 NOT INVALID KEY
                   IF CUST-ESTADO = "X"
                     DISPLAY "CLIENTE " WS-CLIENTE ": " MSG-025
                   ELSE
                     MOVE "Y" TO WS-ENCONTRADO
                     DISPLAY "CLIENTE  : " CUST-ID
                     DISPLAY "NOMBRE   : " CUST-NOMBRE " "
                         CUST-APELLIDOS
                     DISPLAY "F.NACIM  : " CUST-FECHA-NAC
                     DISPLAY "DIRECCION: " CUST-CALLE " "
                         CUST-CIUDAD " " CUST-CODPOSTAL
                     DISPLAY "ESTADO   : " CUST-ESTADO
                     PERFORM PRUEBA-RETENCION
                   END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    A legal hold outranks the erasure request: the records
      *    are evidence until legal releases them through LEGALMNT.
           PRUEBA-RETENCION.
             MOVE CUST-FECHA TO WS-LEGAL-DESDE.
             MOVE 0 TO WS-LEGAL-HASTA.
             CALL "LEGALCHK" USING WS-CLIENTE WS-LEGAL-DESDE
                 WS-LEGAL-HASTA WS-RETENIDO WS-ASUNTO WS-PRIMERA.
             IF WS-RETENIDO = "Y"
               MOVE "N" TO WS-ENCONTRADO
               DISPLAY "CLIENTE BAJO RETENCION LEGAL (ASUNTO "
                   WS-ASUNTO "): NO SE PUEDE ANONIMIZAR."
             END-IF.

           PIDE-CONFIRMACION.
             DISPLAY "REFERENCIA DE LA SOLICITUD DE SUPRESION: ".
             MOVE SPACES TO WS-REFERENCIA.
             ACCEPT WS-REFERENCIA.
             IF WS-REFERENCIA = SPACES
               DISPLAY "SIN REFERENCIA NO SE ANONIMIZA."
             ELSE
               DISPLAY "LOS DATOS PERSONALES SE BORRAN SIN VUELTA"
                   " ATRAS. CONFIRMAR (S/N): "
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                 PERFORM ANONIMIZA-CLIENTE
               ELSE
                 DISPLAY "ANONIMIZACION CANCELADA."
               END-IF
             END-IF.

      *    History and suspense first, master last: the "X" mark is
      *    what makes a customer count as done, so a run interrupted
      *    half way is simply repeated for that customer.
           ANONIMIZA-CLIENTE.
             MOVE "N" TO WS-ERROR-CLIENTE.
             PERFORM ANONIMIZA-HISTORIA.
             IF WS-ERROR-CLIENTE = "N"
               PERFORM ANONIMIZA-SUSPENSOS
             END-IF.
             IF WS-ERROR-CLIENTE = "N"
               PERFORM ANONIMIZA-PENDIENTES
             END-IF.
             IF WS-ERROR-CLIENTE = "N"
               PERFORM ANONIMIZA-MAESTRO
             END-IF.
             IF WS-ERROR-CLIENTE = "N"
               PERFORM GRABA-REGISTRO
               ADD 1 TO WS-ANONIMIZADOS
               DISPLAY "CLIENTE " WS-CLIENTE " ANONIMIZADO ("
                   WS-HIST-MASCARADOS " ENTRADAS DE HISTORIA, "
                   WS-SUSP-MASCARADOS " SUSPENSOS)."
             ELSE
               MOVE "Y" TO WS-HUBO-ERROR
               DISPLAY "*** CLIENTE " WS-CLIENTE " NO ANONIMIZADO."
                   " REPITA LA PETICION. ***"
             END-IF.

           ANONIMIZA-HISTORIA.
             MOVE 0 TO WS-HIST-MASCARADOS.
             OPEN I-O CUST-HIST-FILE.
             IF WS-HIST-STATUS NOT = "00"
               IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
                 CLOSE CUST-HIST-FILE
               ELSE
                 DISPLAY "*** ERROR: NO SE PUDO ABRIR CUSTHIST"
                     " (STATUS " WS-HIST-STATUS ") ***"
                 MOVE "Y" TO WS-ERROR-CLIENTE
               END-IF
             ELSE
               MOVE WS-CLIENTE TO HIST-CUST-ID
               MOVE 0 TO HIST-SECUENCIA
               START CUST-HIST-FILE KEY NOT LESS THAN CUST-HIST-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-HIST-STATUS
               END-START
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                 READ CUST-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                     IF HIST-CUST-ID = WS-CLIENTE
                       PERFORM MASCARA-HISTORIA
                       REWRITE CUST-HIST-REG
                       IF WS-HIST-STATUS = "00"
                         ADD 1 TO WS-HIST-MASCARADOS
                       ELSE
                         DISPLAY "*** ERROR REESCRIBIENDO CUSTHIST"
                             " (STATUS " WS-HIST-STATUS ") ***"
                         MOVE "Y" TO WS-ERROR-CLIENTE
                       END-IF
                     ELSE
                       MOVE "10" TO WS-HIST-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUST-HIST-FILE
             END-IF.

           MASCARA-HISTORIA.
             MOVE WS-MASCARA-NOMBRE TO HIST-ANT-NOMBRE.
             MOVE WS-MASCARA-NOMBRE TO HIST-ANT-APELLIDOS.
             MOVE 0 TO HIST-ANT-FECHA-NAC.
             MOVE WS-MASCARA-TEXTO TO HIST-ANT-CALLE.
             MOVE WS-MASCARA-TEXTO TO HIST-ANT-CIUDAD.
             MOVE WS-MASCARA-CODIGO TO HIST-ANT-CODPOSTAL.
             MOVE WS-MASCARA-CODIGO TO HIST-ANT-TELEFONO.
             MOVE SPACES TO HIST-ANT-EMAIL.
             IF HIST-ANT-HR-ID NOT = SPACES
               MOVE WS-MASCARA-CODIGO TO HIST-ANT-HR-ID
             END-IF.
             MOVE WS-MASCARA-NOMBRE TO HIST-NUE-NOMBRE.
             MOVE WS-MASCARA-NOMBRE TO HIST-NUE-APELLIDOS.
             MOVE 0 TO HIST-NUE-FECHA-NAC.
             MOVE WS-MASCARA-TEXTO TO HIST-NUE-CALLE.
             MOVE WS-MASCARA-TEXTO TO HIST-NUE-CIUDAD.
             MOVE WS-MASCARA-CODIGO TO HIST-NUE-CODPOSTAL.
             MOVE WS-MASCARA-CODIGO TO HIST-NUE-TELEFONO.
             MOVE SPACES TO HIST-NUE-EMAIL.
             IF HIST-NUE-HR-ID NOT = SPACES
               MOVE WS-MASCARA-CODIGO TO HIST-NUE-HR-ID
             END-IF.

      *    CUSTSUSP is a line file: it is copied aside with the
      *    customer's parked intakes masked and copied back whole,
      *    so every other entry comes through byte for byte.
           ANONIMIZA-SUSPENSOS.
             MOVE 0 TO WS-SUSP-MASCARADOS.
             MOVE 0 TO WS-SUSP-COPIADOS.
             OPEN INPUT CUST-SUSP-FILE.
             IF WS-SUSP-STATUS = "00"
               OPEN OUTPUT SUSP-COPIA-FILE
               PERFORM UNTIL WS-SUSP-STATUS = "10"
                 READ CUST-SUSP-FILE
                   AT END
                     MOVE "10" TO WS-SUSP-STATUS
                   NOT AT END
                     IF SUSP-CUST-ID = WS-CLIENTE
                       PERFORM MASCARA-SUSPENSO
                       ADD 1 TO WS-SUSP-MASCARADOS
                     END-IF
                     MOVE CUST-SUSP-REG TO SUSP-COPIA-REG
                     WRITE SUSP-COPIA-REG
                     ADD 1 TO WS-SUSP-COPIADOS
                 END-READ
               END-PERFORM
               CLOSE SUSP-COPIA-FILE
               CLOSE CUST-SUSP-FILE
               IF WS-SUSP-MASCARADOS > 0
                 PERFORM DEVUELVE-SUSPENSOS
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-ARCH-SUSPCOPIA
             ELSE
               IF WS-SUSP-STATUS = "05"
                 CLOSE CUST-SUSP-FILE
               END-IF
             END-IF.

           MASCARA-SUSPENSO.
             MOVE WS-MASCARA-NOMBRE TO SUSP-NOMBRE.
             MOVE WS-MASCARA-NOMBRE TO SUSP-APELLIDOS.
             MOVE 0 TO SUSP-FECHA-NAC.
             MOVE WS-MASCARA-TEXTO TO SUSP-CALLE.
             MOVE WS-MASCARA-TEXTO TO SUSP-CIUDAD.
             MOVE WS-MASCARA-CODIGO TO SUSP-CODPOSTAL.
             MOVE WS-MASCARA-CODIGO TO SUSP-TELEFONO.
             MOVE SPACES TO SUSP-EMAIL.
             MOVE "P" TO SUSP-ENTREGA.

           DEVUELVE-SUSPENSOS.
             OPEN INPUT SUSP-COPIA-FILE.
             OPEN OUTPUT CUST-SUSP-FILE.
             PERFORM UNTIL WS-COPIA-STATUS = "10"
               READ SUSP-COPIA-FILE
                 AT END
                   MOVE "10" TO WS-COPIA-STATUS
                 NOT AT END
                   MOVE SUSP-COPIA-REG TO CUST-SUSP-REG
                   WRITE CUST-SUSP-REG
                   IF WS-SUSP-STATUS NOT = "00"
                     DISPLAY "*** ERROR REESCRIBIENDO CUSTSUSP"
                         " (STATUS " WS-SUSP-STATUS ") ***"
                     MOVE "Y" TO WS-ERROR-CLIENTE
                   END-IF
               END-READ
             END-PERFORM.
             CLOSE CUST-SUSP-FILE.
             CLOSE SUSP-COPIA-FILE.

      *    CUSTPEND is handled like CUSTSUSP. A request still pending
      *    could never be applied to an anonymised customer, so it is
      *    closed as rejected by the supervisor running the erasure.
           ANONIMIZA-PENDIENTES.
             MOVE 0 TO WS-PEND-MASCARADOS.
             OPEN INPUT CUST-PEND-FILE.
             IF WS-PEND-STATUS = "00"
               OPEN OUTPUT PEND-COPIA-FILE
               PERFORM UNTIL WS-PEND-STATUS = "10"
                 READ CUST-PEND-FILE
                   AT END
                     MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                     IF PEND-CUST-ID = WS-CLIENTE
                       PERFORM MASCARA-PENDIENTE
                       ADD 1 TO WS-PEND-MASCARADOS
                     END-IF
                     MOVE CUST-PEND-REG TO PEND-COPIA-REG
                     WRITE PEND-COPIA-REG
                 END-READ
               END-PERFORM
               CLOSE PEND-COPIA-FILE
               CLOSE CUST-PEND-FILE
               IF WS-PEND-MASCARADOS > 0
                 PERFORM DEVUELVE-PENDIENTES
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-ARCH-PENDCOPIA
             ELSE
               IF WS-PEND-STATUS = "05"
                 CLOSE CUST-PEND-FILE
               END-IF
             END-IF.

           MASCARA-PENDIENTE.
             IF PEND-ANT-HR-ID NOT = SPACES
               MOVE WS-MASCARA-CODIGO TO PEND-ANT-HR-ID
             END-IF.
             IF PEND-NUE-HR-ID NOT = SPACES
               MOVE WS-MASCARA-CODIGO TO PEND-NUE-HR-ID
             END-IF.
             IF PEND-ESTADO = "P"
               MOVE "R" TO PEND-ESTADO
               MOVE WS-OPERADOR-ID TO PEND-APROBADOR
               CALL "BUSDATE" USING PEND-FECHA-DECISION
             END-IF.

           DEVUELVE-PENDIENTES.
             MOVE SPACES TO WS-PCOPIA-STATUS.
             OPEN INPUT PEND-COPIA-FILE.
             OPEN OUTPUT CUST-PEND-FILE.
             PERFORM UNTIL WS-PCOPIA-STATUS = "10"
               READ PEND-COPIA-FILE
                 AT END
                   MOVE "10" TO WS-PCOPIA-STATUS
                 NOT AT END
                   MOVE PEND-COPIA-REG TO CUST-PEND-REG
                   WRITE CUST-PEND-REG
                   IF WS-PEND-STATUS NOT = "00"
                     DISPLAY "*** ERROR REESCRIBIENDO CUSTPEND"
                         " (STATUS " WS-PEND-STATUS ") ***"
                     MOVE "Y" TO WS-ERROR-CLIENTE
                   END-IF
               END-READ
             END-PERFORM.
             CLOSE CUST-PEND-FILE.
             CLOSE PEND-COPIA-FILE.

      *    The journal entry carries masked images on both sides: the
      *    erasure itself must not leave the data it erased in
      *    CUSTHIST.
           ANONIMIZA-MAESTRO.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO"
                   " (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-ERROR-CLIENTE
             ELSE
               MOVE WS-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   DISPLAY "*** CLIENTE " WS-CLIENTE " YA NO EXISTE ***"
                   MOVE "Y" TO WS-ERROR-CLIENTE
                 NOT INVALID KEY
                   PERFORM MASCARA-MAESTRO
                   MOVE CUST-ESTADO TO WS-ESTADO-PREVIO
                   IF CUST-ESTADO NOT = "F"
                     MOVE "X" TO CUST-ESTADO
                   END-IF
                   REWRITE CUST-MASTER-REC
                   IF WS-CUST-STATUS NOT = "00"
                     DISPLAY "*** ERROR ACTUALIZANDO EL CLIENTE "
                         WS-CLIENTE " (STATUS " WS-CUST-STATUS ") ***"
                     MOVE "Y" TO WS-ERROR-CLIENTE
                   ELSE
                     PERFORM GRABA-DIARIO-CAMBIO
                   END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

           MASCARA-MAESTRO.
             MOVE WS-MASCARA-NOMBRE TO CUST-NOMBRE.
             MOVE WS-MASCARA-NOMBRE TO CUST-APELLIDOS.
             MOVE 0 TO CUST-FECHA-NAC.
             MOVE WS-MASCARA-TEXTO TO CUST-CALLE.
             MOVE WS-MASCARA-TEXTO TO CUST-CIUDAD.
             MOVE WS-MASCARA-CODIGO TO CUST-CODPOSTAL.
             MOVE WS-MASCARA-CODIGO TO CUST-TELEFONO.
             MOVE WS-MASCARA-CODIGO TO CUST-HR-ID.
             MOVE SPACES TO CUST-EMAIL.
             MOVE "P" TO CUST-ENTREGA.

           GRABA-DIARIO-CAMBIO.
             MOVE CUST-ID TO WS-JRN-CUST-ID.
             MOVE CUST-NOMBRE TO WS-NUE-NOMBRE.
             MOVE CUST-APELLIDOS TO WS-NUE-APELLIDOS.
             MOVE CUST-FECHA-NAC TO WS-NUE-FECHA-NAC.
             MOVE CUST-ESTADO TO WS-NUE-ESTADO.
             MOVE CUST-CALLE TO WS-NUE-CALLE.
             MOVE CUST-CIUDAD TO WS-NUE-CIUDAD.
             MOVE CUST-CODPOSTAL TO WS-NUE-CODPOSTAL.
             MOVE CUST-TELEFONO TO WS-NUE-TELEFONO.
             MOVE CUST-SEGMENTO TO WS-NUE-SEGMENTO.
             MOVE CUST-LIMITE TO WS-NUE-LIMITE.
             MOVE CUST-EMAIL TO WS-NUE-EMAIL.
             MOVE CUST-ENTREGA TO WS-NUE-ENTREGA.
             MOVE CUST-PADRE TO WS-NUE-PADRE.
             MOVE CUST-HR-ID TO WS-NUE-HR-ID.
             MOVE CUST-MONEDA TO WS-NUE-MONEDA.
             MOVE CUST-DIR-INVALIDA TO WS-NUE-DIR-INVALIDA.
             MOVE CUST-DIR-FECHA TO WS-NUE-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO WS-NUE-DIR-MOTIVO.
             MOVE CUST-CICLO TO WS-NUE-CICLO.
             MOVE WS-IMAGEN-DESPUES TO WS-IMAGEN-ANTES.
             MOVE WS-ESTADO-PREVIO TO WS-ANT-ESTADO.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "CUSTJRNL" USING WS-JRN-CUST-ID WS-JRN-ACCION
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                 WS-JRN-APROBADOR.
             IF RETURN-CODE = 16
               DISPLAY "*** " MSG-018 " (CLIENTE " WS-JRN-CUST-ID
                   ") ***"
               MOVE "ERROR" TO AUDIT-EVENTO
               MOVE MSG-018 TO AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             MOVE WS-RC-PREVIO TO RETURN-CODE.

           GRABA-REGISTRO.
             CALL "BUSDATE" USING ANON-FECHA.
             ACCEPT ANON-HORA FROM TIME.
             MOVE WS-CLIENTE TO ANON-CUST-ID.
             MOVE WS-REFERENCIA TO ANON-REFERENCIA.
             MOVE WS-OPERADOR-ID TO ANON-APROBADOR.
             MOVE WS-HIST-MASCARADOS TO ANON-HIST.
             MOVE WS-SUSP-MASCARADOS TO ANON-SUSP.
             OPEN EXTEND ANON-REG-FILE.
             IF WS-ANON-STATUS = "35"
               OPEN OUTPUT ANON-REG-FILE
             END-IF.
             WRITE ANON-REG.
             CLOSE ANON-REG-FILE.
             MOVE "ANON" TO AUDIT-EVENTO.
             MOVE SPACES TO AUDIT-DETALLE.
             STRING "CLIENTE " WS-CLIENTE " SOLICITUD " WS-REFERENCIA
                 DELIMITED BY SIZE INTO AUDIT-DETALLE.
             PERFORM GRABA-AUDITORIA.

           GRABA-AUDITORIA.
             MOVE "CUSTANON" TO AUDIT-PROGRAMA.
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


           ADQUIERE-CERROJOS.
             MOVE "CUSTMAST" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "CUSTHIST" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "N"
                   MOVE "CUSTHIST" TO WS-LOCK-RECURSO
                   PERFORM SUELTA-CERROJO
                 END-IF
               END-IF
               IF WS-LOCKS-OK = "N"
                 MOVE "CUSTMAST" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "CUSTHIST" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "CUSTMAST" TO WS-LOCK-RECURSO.
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
             MOVE "CUSTHIST.DAT" TO WS-ARCH-CUSTHIST.
             CALL "ENVNAME" USING WS-ARCH-CUSTHIST WS-AMBIENTE.
             MOVE "CUSTSUSP.DAT" TO WS-ARCH-CUSTSUSP.
             CALL "ENVNAME" USING WS-ARCH-CUSTSUSP WS-AMBIENTE.
             MOVE "CUSTANON.TMP" TO WS-ARCH-SUSPCOPIA.
             CALL "ENVNAME" USING WS-ARCH-SUSPCOPIA WS-AMBIENTE.
             MOVE "CUSTPEND.DAT" TO WS-ARCH-CUSTPEND.
             CALL "ENVNAME" USING WS-ARCH-CUSTPEND WS-AMBIENTE.
             MOVE "CUSTANON.PTM" TO WS-ARCH-PENDCOPIA.
             CALL "ENVNAME" USING WS-ARCH-PENDCOPIA WS-AMBIENTE.
             MOVE "ANONREG.DAT" TO WS-ARCH-ANONREG.
             CALL "ENVNAME" USING WS-ARCH-ANONREG WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM CUSTANON.
