      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned-mail capture for the mailroom. A statement
      *          or letter the post office brings back "address
      *          unknown" is keyed here by the CUST-ID printed on it
      *          (check digit verified through CUSTIDVF) and a return
      *          reason from RSNCODE.DAT (domain "CORREO", looked up
      *          through RSNDESC). After the operator confirms that
      *          the envelope carries the address on file -- a letter
      *          sent before the desk corrected it says nothing about
      *          the new one -- the customer's address is flagged
      *          undeliverable on the master (CUST-DIR-INVALIDA "Y",
      *          the business date and the reason), journaled through
      *          CUSTJRNL with action CORREO and audited. From then
      *          on CUSTSTMT, DUNNING and DORMANT hold the customer's
      *          paper in CORRRET.DAT instead of mailing it, and
      *          DUNNING stops escalating, until the address is
      *          corrected in CUSTMAINT, which clears the flag. Any
      *          signed-on operator may key returns (OPERAUTH, any
      *          role). A blank customer number ends the session.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRDEV.
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
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "CORRDEV".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FIN PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-DECISION PIC X.
       01  WS-MOTIVO PIC X(9).
       01  WS-RSN-DOMINIO PIC X(8) VALUE "CORREO".
       01  WS-RSN-DESCRIPCION PIC X(40).
       01  WS-RSN-HALLADO PIC X.
       01  WS-DIR-FECHA-MOSTRAR PIC 9(8).
       01  WS-MARCADOS PIC 9(5) VALUE 0.
       01  WS-YA-MARCADOS PIC 9(5) VALUE 0.
       01  WS-DESCARTADOS PIC 9(5) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6) VALUE "CORREO".
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
           DISPLAY "===== CORREO DEVUELTO: DIRECCIONES ERRONEAS =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G"
             DISPLAY MSG-006
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
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO HAY MAESTRO DE CLIENTES"
                 " (STATUS " WS-CUST-STATUS ") ***"
             MOVE "Y" TO WS-HUBO-ERROR
           ELSE
             PERFORM TRATA-DEVOLUCION THRU TRATA-DEVOLUCION-FIN
                 UNTIL WS-FIN = "Y"
             CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "DIRECCIONES MARCADAS    : " WS-MARCADOS.
           DISPLAY "YA ESTABAN MARCADAS     : " WS-YA-MARCADOS.
           DISPLAY "DEVOLUCIONES DESCARTADAS: " WS-DESCARTADOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             STRING "MARCADAS " WS-MARCADOS " POR " WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

      *    One returned envelope per pass: customer, address check,
      *    reason, confirm, flag.
           TRATA-DEVOLUCION.
             DISPLAY " ".
             DISPLAY "CLIENTE DEL SOBRE DEVUELTO (INTRO = TERMINAR): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF WS-ID-ENTRADA = SPACES
               MOVE "Y" TO WS-FIN
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                 WS-ID-VERDICTO.
             IF WS-ID-VERDICTO = "N"
               DISPLAY MSG-022
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             MOVE WS-CLIENTE TO CUST-ID.
             READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE "23" TO WS-CUST-STATUS
             END-READ.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY MSG-016
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             IF CUST-ESTADO = "F" OR CUST-ESTADO = "X"
               DISPLAY "CLIENTE FUSIONADO O ANONIMIZADO: NO SE LE"
                   " ENVIA CORREO. NADA QUE MARCAR."
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             DISPLAY "  " CUST-NOMBRE " " CUST-APELLIDOS.
             DISPLAY "  " CUST-CALLE.
             DISPLAY "  " CUST-CODPOSTAL " " CUST-CIUDAD.
             IF CUST-DIR-INVALIDA = "Y"
               MOVE CUST-DIR-FECHA TO WS-DIR-FECHA-MOSTRAR
               DISPLAY "DIRECCION YA MARCADA COMO ERRONEA EL "
                   WS-DIR-FECHA-MOSTRAR " (" CUST-DIR-MOTIVO ")."
               ADD 1 TO WS-YA-MARCADOS
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             DISPLAY "EL SOBRE LLEVA ESTA MISMA DIRECCION (S/N): ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             IF WS-DECISION NOT = "S" AND WS-DECISION NOT = "s"
               DISPLAY "LA DIRECCION YA SE CORRIGIO DESPUES DEL ENVIO:"
                   " NO SE MARCA."
               ADD 1 TO WS-DESCARTADOS
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             DISPLAY "CODIGO DE MOTIVO DE LA DEVOLUCION: ".
             MOVE SPACES TO WS-MOTIVO.
             ACCEPT WS-MOTIVO.
             CALL "RSNDESC" USING WS-RSN-DOMINIO WS-MOTIVO
                 WS-RSN-DESCRIPCION WS-RSN-HALLADO.
             IF WS-RSN-HALLADO = "N"
               DISPLAY "CODIGO DE MOTIVO NO CATALOGADO EN RSNCODE"
                   " (DOMINIO CORREO)."
               GO TO TRATA-DEVOLUCION-FIN
             END-IF.
             DISPLAY "MOTIVO: " WS-RSN-DESCRIPCION.
             PERFORM MARCA-DIRECCION.

           TRATA-DEVOLUCION-FIN.
             CONTINUE.

      *    A master that cannot be rewritten ends the session: the
      *    next envelope would most likely fail the same way.
           MARCA-DIRECCION.
             PERFORM GUARDA-IMAGEN-ANTES.
             MOVE "Y" TO CUST-DIR-INVALIDA.
             MOVE WS-FECHA-NEGOCIO TO CUST-DIR-FECHA.
             MOVE WS-MOTIVO TO CUST-DIR-MOTIVO.
             REWRITE CUST-MASTER-REC.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR MARCANDO LA DIRECCION DEL CLIENTE "
                   WS-CLIENTE " (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
               MOVE "Y" TO WS-FIN
             ELSE
               ADD 1 TO WS-MARCADOS
               PERFORM GRABA-DIARIO
               MOVE "CORR" TO AUDIT-EVENTO
               MOVE SPACES TO AUDIT-DETALLE
               STRING "CLIENTE " WS-CLIENTE " DIRECCION DEVUELTA "
                   WS-MOTIVO DELIMITED BY SIZE INTO AUDIT-DETALLE
               PERFORM GRABA-AUDITORIA
               DISPLAY "DIRECCION MARCADA: EL CORREO DEL CLIENTE QUEDA"
                   " RETENIDO HASTA QUE SE CORRIJA EN CUSTMAINT."
             END-IF.

           GUARDA-IMAGEN-ANTES.
             MOVE CUST-NOMBRE TO WS-ANT-NOMBRE.
             MOVE CUST-APELLIDOS TO WS-ANT-APELLIDOS.
             MOVE CUST-FECHA-NAC TO WS-ANT-FECHA-NAC.
             MOVE CUST-ESTADO TO WS-ANT-ESTADO.
             MOVE CUST-CALLE TO WS-ANT-CALLE.
             MOVE CUST-CIUDAD TO WS-ANT-CIUDAD.
             MOVE CUST-CODPOSTAL TO WS-ANT-CODPOSTAL.
             MOVE CUST-TELEFONO TO WS-ANT-TELEFONO.
             MOVE CUST-SEGMENTO TO WS-ANT-SEGMENTO.
             MOVE CUST-LIMITE TO WS-ANT-LIMITE.
             MOVE CUST-EMAIL TO WS-ANT-EMAIL.
             MOVE CUST-ENTREGA TO WS-ANT-ENTREGA.
             MOVE CUST-PADRE TO WS-ANT-PADRE.
             MOVE CUST-HR-ID TO WS-ANT-HR-ID.
             MOVE CUST-MONEDA TO WS-ANT-MONEDA.
             MOVE CUST-DIR-INVALIDA TO WS-ANT-DIR-INVALIDA.
             MOVE CUST-DIR-FECHA TO WS-ANT-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO WS-ANT-DIR-MOTIVO.
             MOVE CUST-CICLO TO WS-ANT-CICLO.

      *    A journal that cannot be written is reported and fails
      *    the session's return code; the flag itself stays, as the
      *    envelope is already in hand.
           GRABA-DIARIO.
             MOVE CUST-ID TO WS-JRN-CUST-ID.
             MOVE WS-IMAGEN-ANTES TO WS-IMAGEN-DESPUES.
             MOVE CUST-DIR-INVALIDA TO WS-NUE-DIR-INVALIDA.
             MOVE CUST-DIR-FECHA TO WS-NUE-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO WS-NUE-DIR-MOTIVO.
             MOVE CUST-CICLO TO WS-NUE-CICLO.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "CUSTJRNL" USING WS-JRN-CUST-ID WS-JRN-ACCION
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                 WS-JRN-APROBADOR.
             IF RETURN-CODE = 16
               DISPLAY "*** " MSG-018 " (CLIENTE " WS-JRN-CUST-ID
                   ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             MOVE WS-RC-PREVIO TO RETURN-CODE.

           GRABA-AUDITORIA.
             MOVE "CORRDEV" TO AUDIT-PROGRAMA.
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
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "CUSTMAST" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
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
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM CORRDEV.
