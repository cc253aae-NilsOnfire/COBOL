      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversal of a posted ledger entry, the fix for a
      *          pair posted to the wrong customer or for the wrong
      *          amount instead of an unlinked opposite pair keyed by
      *          hand. Requires a SUP or ADM sign-on through OPERAUTH
      *          (REFUND-style). The supervisor selects the original
      *          from TXNHIST.DAT by customer, date and intra-day
      *          sequence and gives a reason code from RSNCODE.DAT
      *          (domain "REVERSO", looked up through RSNDESC); the
      *          run then posts the exact offsetting ledger record
      *          into the day's VARSLOG generation -- every amount
      *          negated, same currency and rate, value-dated like the
      *          original, event "REVERSO" and the original's key in
      *          VARS-LOG-ORIG-FECHA/SECUENCIA -- through the normal
      *          BALPOST path (claimed in CTLTOTAL.DAT), and appends
      *          it to the REVERSOS.DAT register. Only ordinary pairs
      *          are reversed (interest, write-offs, refunds and
      *          direct debits have their own circuits), and an entry
      *          already reversed -- in the register or in TXNHIST --
      *          is refused. FEECALC keeps the reversal out of the fee
      *          base and credits the fee the original raised;
      *          CUSTSTMT prints the two together.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL GDG-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VARSLOGGDGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-PARM-STATUS.
           SELECT OPTIONAL REVERSO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-REVERSOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

       FD  REVERSO-FILE.
           COPY "REVERSO.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-REVERSOS PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-TXN-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "REVERSO".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-GEN-LISTA PIC X VALUE "N".
       01  WS-FIN PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-ENTRADA-FECHA PIC X(8).
       01  WS-ENTRADA-SEC PIC X(5).
       01  WS-DECISION PIC X.
      *    The entry being reversed, kept apart from the TXNHIST
      *    buffer the duplicate search reads through.
       01  WS-ORIGINAL.
           05  WS-ORIG-FECHA PIC 9(8).
           05  WS-ORIG-SECUENCIA PIC 9(5).
           05  WS-ORIG-NUM1 PIC S9(6)V99.
           05  WS-ORIG-NUM2 PIC S9(6)V99.
           05  WS-ORIG-SUMA PIC S9(7)V99.
           05  WS-ORIG-MONEDA PIC X(3).
           05  WS-ORIG-TASA PIC 9(3)V9(6).
           05  WS-ORIG-SUMA-ORIG PIC S9(9)V99.
           05  WS-ORIG-FECHA-VALOR PIC 9(8).
       01  WS-YA-REVERTIDO PIC X.
       01  WS-REVERSO-PREVIO PIC 9(8).
       01  WS-MOTIVO PIC X(9).
       01  WS-RSN-DOMINIO PIC X(8) VALUE "REVERSO".
       01  WS-RSN-DESCRIPCION PIC X(40).
       01  WS-RSN-HALLADO PIC X.
       01  WS-EMITIDOS PIC 9(6) VALUE 0.
       01  WS-RECHAZADOS PIC 9(6) VALUE 0.
       01  WS-SUMA-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-REV-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "===== REVERSO DE MOVIMIENTOS CONTABILIZADOS =====".
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
             DISPLAY "EL REVERSO REQUIERE ROL SUP O ADM."
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
           OPEN INPUT TXN-HIST-FILE.
           IF WS-TXN-STATUS NOT = "00"
             IF WS-TXN-STATUS = "05"
               CLOSE TXN-HIST-FILE
             END-IF
             DISPLAY "*** ERROR: SIN HISTORIA DE MOVIMIENTOS"
                 " (TXNHIST.DAT, STATUS " WS-TXN-STATUS "). NO HAY"
                 " NADA QUE REVERTIR. ***"
             MOVE "Y" TO WS-HUBO-ERROR
           ELSE
             OPEN INPUT CUSTOMER-MASTER
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO HAY MAESTRO DE CLIENTES"
                   " (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM TRATA-REVERSO THRU TRATA-REVERSO-FIN
                   UNTIL WS-FIN = "Y"
               CLOSE CUSTOMER-MASTER
             END-IF
             CLOSE TXN-HIST-FILE
           END-IF.
           IF WS-EMITIDOS > 0
             PERFORM GRABA-CONTROL-TOTAL
           END-IF.
           DISPLAY "REVERSOS CONTABILIZADOS: " WS-EMITIDOS.
           DISPLAY "REVERSOS RECHAZADOS    : " WS-RECHAZADOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE WS-SUMA-TOTAL TO WS-EDIT-IMPORTE
             MOVE SPACES TO AUDIT-DETALLE
             STRING "REVERSOS " WS-EMITIDOS " TOTAL "
                 WS-EDIT-IMPORTE " POR " WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

      *    One reversal per pass: select, show, check, reason,
      *    confirm, post. A blank customer ends the session.
           TRATA-REVERSO.
             DISPLAY " ".
             DISPLAY "CLIENTE DEL MOVIMIENTO A REVERTIR (INTRO ="
                 " TERMINAR): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF WS-ID-ENTRADA = SPACES
               MOVE "Y" TO WS-FIN
               GO TO TRATA-REVERSO-FIN
             END-IF.
             CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                 WS-ID-VERDICTO.
             IF WS-ID-VERDICTO = "N"
               DISPLAY MSG-022
               GO TO TRATA-REVERSO-FIN
             END-IF.
             MOVE WS-CLIENTE TO CUST-ID.
             READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE "23" TO WS-CUST-STATUS
             END-READ.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY MSG-016
               GO TO TRATA-REVERSO-FIN
             END-IF.
             IF CUST-ESTADO = "F"
               DISPLAY "CLIENTE FUSIONADO: SU POSICION ESTA EN EL"
                   " SUPERVIVIENTE. NO SE REVIERTE AQUI."
               GO TO TRATA-REVERSO-FIN
             END-IF.
             DISPLAY "FECHA DEL MOVIMIENTO (YYYYMMDD): ".
             MOVE SPACES TO WS-ENTRADA-FECHA.
             ACCEPT WS-ENTRADA-FECHA.
             IF WS-ENTRADA-FECHA IS NOT NUMERIC
               DISPLAY "FECHA INVALIDA. USE YYYYMMDD."
               GO TO TRATA-REVERSO-FIN
             END-IF.
             DISPLAY "SECUENCIA DEL MOVIMIENTO EN EL DIA: ".
             MOVE SPACES TO WS-ENTRADA-SEC.
             ACCEPT WS-ENTRADA-SEC.
             IF WS-ENTRADA-SEC = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-ENTRADA-SEC) NOT = 0
               DISPLAY "SECUENCIA INVALIDA."
               GO TO TRATA-REVERSO-FIN
             END-IF.
             MOVE WS-CLIENTE TO TXN-CUST-ID.
             MOVE WS-ENTRADA-FECHA TO TXN-FECHA.
             COMPUTE TXN-SECUENCIA = FUNCTION NUMVAL(WS-ENTRADA-SEC).
             READ TXN-HIST-FILE
               INVALID KEY
                 MOVE "23" TO WS-TXN-STATUS
             END-READ.
             IF WS-TXN-STATUS NOT = "00"
               DISPLAY "MOVIMIENTO NO ENCONTRADO EN LA HISTORIA."
               GO TO TRATA-REVERSO-FIN
             END-IF.
             PERFORM GUARDA-ORIGINAL.
             PERFORM MUESTRA-ORIGINAL.
             IF TXN-EVENTO NOT = SPACES
               DISPLAY "SOLO SE REVIERTEN PARES ORDINARIOS: EL EVENTO "
                   TXN-EVENTO " TIENE SU PROPIO CIRCUITO."
               ADD 1 TO WS-RECHAZADOS
               GO TO TRATA-REVERSO-FIN
             END-IF.
             PERFORM BUSCA-REVERSO-PREVIO.
             IF WS-YA-REVERTIDO = "Y"
               DISPLAY MSG-029
               DISPLAY "REVERTIDO EL " WS-REVERSO-PREVIO "."
               ADD 1 TO WS-RECHAZADOS
               GO TO TRATA-REVERSO-FIN
             END-IF.
             DISPLAY "CODIGO DE MOTIVO: ".
             MOVE SPACES TO WS-MOTIVO.
             ACCEPT WS-MOTIVO.
             CALL "RSNDESC" USING WS-RSN-DOMINIO WS-MOTIVO
                 WS-RSN-DESCRIPCION WS-RSN-HALLADO.
             IF WS-RSN-HALLADO = "N"
               DISPLAY "CODIGO DE MOTIVO NO CATALOGADO EN RSNCODE"
                   " (DOMINIO REVERSO)."
               GO TO TRATA-REVERSO-FIN
             END-IF.
             DISPLAY "MOTIVO: " WS-RSN-DESCRIPCION.
             DISPLAY "CONFIRMA EL REVERSO (S/N): ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             IF WS-DECISION NOT = "S" AND WS-DECISION NOT = "s"
               DISPLAY "REVERSO DESCARTADO."
               GO TO TRATA-REVERSO-FIN
             END-IF.
             PERFORM ESCRIBE-REVERSO-LEDGER.
             IF WS-HUBO-ERROR = "Y"
               MOVE "Y" TO WS-FIN
               GO TO TRATA-REVERSO-FIN
             END-IF.
             PERFORM ESCRIBE-REGISTRO-REVERSO.
             MOVE "REVER" TO AUDIT-EVENTO.
             MOVE SPACES TO AUDIT-DETALLE.
             STRING "CLIENTE " WS-CLIENTE " MOV " WS-ORIG-FECHA "/"
                 WS-ORIG-SECUENCIA " MOTIVO " WS-MOTIVO
                 DELIMITED BY SIZE INTO AUDIT-DETALLE.
             PERFORM GRABA-AUDITORIA.

           TRATA-REVERSO-FIN.
             CONTINUE.

           GUARDA-ORIGINAL.
             MOVE TXN-FECHA TO WS-ORIG-FECHA.
             MOVE TXN-SECUENCIA TO WS-ORIG-SECUENCIA.
             MOVE TXN-NUM1 TO WS-ORIG-NUM1.
             MOVE TXN-NUM2 TO WS-ORIG-NUM2.
             MOVE TXN-SUMA TO WS-ORIG-SUMA.
             MOVE TXN-MONEDA TO WS-ORIG-MONEDA.
             MOVE TXN-TASA TO WS-ORIG-TASA.
             MOVE TXN-SUMA-ORIG TO WS-ORIG-SUMA-ORIG.
             IF TXN-FECHA-VALOR IS NUMERIC AND TXN-FECHA-VALOR NOT = 0
               MOVE TXN-FECHA-VALOR TO WS-ORIG-FECHA-VALOR
             ELSE
               MOVE TXN-FECHA TO WS-ORIG-FECHA-VALOR
             END-IF.

           MUESTRA-ORIGINAL.
             DISPLAY "  CLIENTE " WS-CLIENTE " " CUST-NOMBRE " "
                 CUST-APELLIDOS.
             MOVE WS-ORIG-SUMA TO WS-EDIT-IMPORTE.
             DISPLAY "  MOVIMIENTO " WS-ORIG-FECHA "/"
                 WS-ORIG-SECUENCIA "  IMPORTE " WS-EDIT-IMPORTE
                 "  MONEDA " WS-ORIG-MONEDA "  VALOR "
                 WS-ORIG-FECHA-VALOR.

      *    The register answers for every reversal ever posted,
      *    today's included; TXNHIST is searched as well so a lost
      *    register can never let the same entry through twice.
           BUSCA-REVERSO-PREVIO.
             MOVE "N" TO WS-YA-REVERTIDO.
             MOVE 0 TO WS-REVERSO-PREVIO.
             OPEN INPUT REVERSO-FILE.
             IF WS-REV-STATUS = "00"
               PERFORM UNTIL WS-REV-STATUS = "10"
                 READ REVERSO-FILE
                   AT END
                     MOVE "10" TO WS-REV-STATUS
                   NOT AT END
                     IF REV-CUST-ID = WS-CLIENTE
                         AND REV-ORIG-FECHA = WS-ORIG-FECHA
                         AND REV-ORIG-SECUENCIA = WS-ORIG-SECUENCIA
                       MOVE "Y" TO WS-YA-REVERTIDO
                       MOVE REV-FECHA TO WS-REVERSO-PREVIO
                       MOVE "10" TO WS-REV-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE REVERSO-FILE
             ELSE
               IF WS-REV-STATUS = "05"
                 CLOSE REVERSO-FILE
               END-IF
             END-IF.
             IF WS-YA-REVERTIDO = "N"
               PERFORM BUSCA-REVERSO-EN-HISTORIA
             END-IF.

           BUSCA-REVERSO-EN-HISTORIA.
             MOVE WS-CLIENTE TO TXN-CUST-ID.
             MOVE 0 TO TXN-FECHA.
             MOVE 0 TO TXN-SECUENCIA.
             START TXN-HIST-FILE KEY NOT LESS THAN TXN-HIST-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-TXN-STATUS
               NOT INVALID KEY
                 MOVE "00" TO WS-TXN-STATUS
             END-START.
             PERFORM UNTIL WS-TXN-STATUS NOT = "00"
               READ TXN-HIST-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-TXN-STATUS
                 NOT AT END
                   IF TXN-CUST-ID NOT = WS-CLIENTE
                     MOVE "10" TO WS-TXN-STATUS
                   ELSE
                     IF TXN-EVENTO = "REVERSO"
                         AND TXN-ORIG-FECHA = WS-ORIG-FECHA
                         AND TXN-ORIG-SECUENCIA = WS-ORIG-SECUENCIA
                       MOVE "Y" TO WS-YA-REVERTIDO
                       MOVE TXN-FECHA TO WS-REVERSO-PREVIO
                       MOVE "10" TO WS-TXN-STATUS
                     END-IF
                   END-IF
               END-READ
             END-PERFORM.

      *    The exact offset of the original: every amount negated,
      *    the original's currency and rate, and its value date, so
      *    INTVALOR gives back any interest the wrong entry earned.
           ESCRIBE-REVERSO-LEDGER.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             MOVE WS-CLIENTE TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-ORIG-FECHA-VALOR TO VARS-LOG-FECHA-VALOR.
             ACCEPT VARS-LOG-HORA FROM TIME.
             COMPUTE VARS-LOG-NUM1 = 0 - WS-ORIG-NUM1.
             COMPUTE VARS-LOG-NUM2 = 0 - WS-ORIG-NUM2.
             COMPUTE VARS-LOG-SUMA = 0 - WS-ORIG-SUMA.
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             IF WS-ORIG-MONEDA = SPACES
               MOVE "EUR" TO VARS-LOG-MONEDA
             ELSE
               MOVE WS-ORIG-MONEDA TO VARS-LOG-MONEDA
             END-IF.
             MOVE WS-ORIG-TASA TO VARS-LOG-TASA.
             COMPUTE VARS-LOG-SUMA-ORIG = 0 - WS-ORIG-SUMA-ORIG.
             MOVE "REVERSO" TO VARS-LOG-EVENTO.
             MOVE WS-ORIG-FECHA TO VARS-LOG-ORIG-FECHA.
             MOVE WS-ORIG-SECUENCIA TO VARS-LOG-ORIG-SECUENCIA.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-EMITIDOS
               ADD VARS-LOG-SUMA TO WS-REV-CHECKSUM
               ADD VARS-LOG-SUMA TO WS-SUMA-TOTAL
               MOVE VARS-LOG-SUMA TO WS-EDIT-IMPORTE
               DISPLAY "REVERSO CONTABILIZADO: CLIENTE " WS-CLIENTE
                   " IMPORTE " WS-EDIT-IMPORTE
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL REVERSO DEL"
                   " CLIENTE " WS-CLIENTE " (STATUS "
                   WS-LEDGER-STATUS "). SE DETIENE LA SESION. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE VARS-LEDGER-FILE.

           ESCRIBE-REGISTRO-REVERSO.
             OPEN EXTEND REVERSO-FILE.
             IF WS-REV-STATUS = "35" OR WS-REV-STATUS = "05"
               CLOSE REVERSO-FILE
               OPEN OUTPUT REVERSO-FILE
             END-IF.
             MOVE WS-FECHA-NEGOCIO TO REV-FECHA.
             ACCEPT REV-HORA FROM TIME.
             MOVE WS-CLIENTE TO REV-CUST-ID.
             MOVE WS-ORIG-FECHA TO REV-ORIG-FECHA.
             MOVE WS-ORIG-SECUENCIA TO REV-ORIG-SECUENCIA.
             COMPUTE REV-IMPORTE = 0 - WS-ORIG-SUMA.
             MOVE WS-MOTIVO TO REV-MOTIVO.
             MOVE WS-OPERADOR-ID TO REV-APROBADOR.
             WRITE REVERSO-REG.
             IF WS-REV-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO EL REGISTRO DE REVERSO"
                   " DEL CLIENTE " REV-CUST-ID " (STATUS "
                   WS-REV-STATUS ") ***"
             END-IF.
             CLOSE REVERSO-FILE.

           PREPARA-GENERACION-LEDGER.
             OPEN INPUT GDG-PARM-FILE.
             IF WS-GDG-PARM-STATUS = "00"
               READ GDG-PARM-FILE
                 NOT AT END
                   MOVE GDG-PARM-RETENCION TO WS-GDG-RETENCION
               END-READ
               CLOSE GDG-PARM-FILE
             END-IF.
             COMPUTE WS-GDG-REC-LON = FUNCTION LENGTH(VARS-LOG-REG).
             CALL "GDGROTATE" USING WS-GDG-BASE WS-GDG-EXT
                 WS-GDG-RETENCION WS-FECHA-NEGOCIO
                 WS-LEDGER-GEN-NOMBRE WS-GDG-REC-LON WS-GDG-REC-FMT.
             MOVE "Y" TO WS-GEN-LISTA.

           GRABA-CONTROL-TOTAL.
             MOVE "REVERSO" TO CTL-PROGRAMA.
             MOVE 0 TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-EMITIDOS TO CTL-REGISTROS.
             MOVE WS-REV-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (REVERSOS) ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-EMITIDOS.
             DISPLAY "CHECKSUM (SUMA REVERSO): " WS-REV-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "REVERSO" TO AUDIT-PROGRAMA.
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
             MOVE "VARSLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "N"
                   MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                   PERFORM SUELTA-CERROJO
                 END-IF
               END-IF
               IF WS-LOCKS-OK = "N"
                 MOVE "VARSLOG" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "VARSLOG" TO WS-LOCK-RECURSO.
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
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "REVERSOS.DAT" TO WS-ARCH-REVERSOS.
             CALL "ENVNAME" USING WS-ARCH-REVERSOS WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM REVERSO.
