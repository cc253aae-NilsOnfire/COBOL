      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payroll's confirmation of the monthly deductions:
      *          every record of NOMCONF.DAT (released by INGATE)
      *          that names a deduction NOMDESC asked for -- the
      *          customer still carries that payroll employee number
      *          and the sequence is one we sent -- posts what payroll
      *          actually deducted as a CREDIT ledger record (event
      *          NOMINA) in the day's VARSLOG generation, which
      *          BALPOST applies like any transaction. Payroll money
      *          never crosses the bank statement, so unlike DDCOBRO
      *          nothing goes to CASHAPLI.DAT. A deduction short of
      *          what was asked (CORTO) and an employee who has left
      *          the payroll (BAJA) are reported to collections: one
      *          record each in NOMCEXC.DAT (BILLEXC shape) and an
      *          operator alert in OPERALRT.DAT so the desk chases the
      *          rest of the balance another way. A confirmation that
      *          matches nothing we sent (NOMATCH), carries an
      *          impossible amount (IMPORTE) or repeats a sequence
      *          already confirmed (DUPLICADO) is reported and not
      *          posted. NOMCCKPT.DAT remembers the last processed
      *          business date and the highest sequence confirmed,
      *          so neither a chain rerun nor a stale file left on
      *          disk can post the same deduction twice. Ends with
      *          RETURN-CODE 8 when anything was reported.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMCONF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOM-CONF-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NOMCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL NOM-SEQ-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NOMDSEQN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQN-STATUS.
           SELECT OPTIONAL NOM-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NOMCCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL GDG-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VARSLOGGDGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-PARM-STATUS.
           SELECT NOM-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOM-CONF-FILE.
           COPY "NOMCONF.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  NOM-SEQ-FILE.
       01  NOM-SEQ-REG PIC 9(6).

       FD  NOM-CKPT-FILE.
       01  NOM-CKPT-REG.
           05  NOM-CKPT-FECHA     PIC 9(8).
           05  NOM-CKPT-SECUENCIA PIC 9(6).

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

       FD  NOM-EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY NOM-EXC-REG
                         BILL-EXC-ARCHIVO BY NOM-EXC-ARCHIVO
                         BILL-EXC-TIPO BY NOM-EXC-TIPO
                         BILL-EXC-CLAVE BY NOM-EXC-CLAVE
                         BILL-EXC-MOTIVO BY NOM-EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY NOM-EXC-SECUENCIA.

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-NOMCONF PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-NOMDSEQN PIC X(30).
       01  WS-ARCH-NOMCCKPT PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-NOMEXC PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-CONF-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-SEQN-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "NOMCONF".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ULTIMA-PROCESADA PIC 9(8) VALUE 0.
       01  WS-ULTIMA-SECUENCIA PIC 9(6) VALUE 0.
       01  WS-MAYOR-SECUENCIA PIC 9(6) VALUE 0.
       01  WS-SECUENCIA-ENVIADA PIC 9(6) VALUE 0.
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-GEN-LISTA PIC X VALUE "N".
       01  WS-DEDUCIDO PIC S9(9)V99.
       01  WS-EMPLEADO-VALIDO PIC X.
       01  WS-LEIDOS PIC 9(6) VALUE 0.
       01  WS-POSTEADOS PIC 9(6) VALUE 0.
       01  WS-CORTOS PIC 9(6) VALUE 0.
       01  WS-BAJAS PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEDUCIDO PIC S9(11)V99 VALUE 0.
       01  WS-CASH-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-EXCEPCIONES PIC 9(5) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-EDIT-TOTAL PIC -(10)9.99.
       01  WS-EDIT-SOLICITADO PIC -(8)9.99.
       01  WS-EDIT-DEDUCIDO PIC -(8)9.99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-CHECKPOINT.
           PERFORM CARGA-SECUENCIA-ENVIADA.
           IF WS-ULTIMA-PROCESADA = WS-FECHA-NEGOCIO
             DISPLAY "CONFIRMACIONES YA PROCESADAS PARA LA FECHA "
                 WS-FECHA-NEGOCIO ": NADA QUE HACER."
           ELSE
             MOVE WS-ULTIMA-SECUENCIA TO WS-MAYOR-SECUENCIA
             OPEN OUTPUT NOM-EXC-FILE
             PERFORM PROCESA-CONFIRMACIONES
             CLOSE NOM-EXC-FILE
             IF WS-HUBO-ERROR = "N"
               PERFORM GRABA-CHECKPOINT
               IF WS-POSTEADOS > 0
                 PERFORM GRABA-CONTROL-TOTAL
               END-IF
             END-IF
           END-IF.
           DISPLAY "CONFIRMACIONES LEIDAS: " WS-LEIDOS.
           DISPLAY "DESCUENTOS POSTEADOS : " WS-POSTEADOS.
           MOVE WS-TOTAL-DEDUCIDO TO WS-EDIT-TOTAL.
           DISPLAY "IMPORTE DEDUCIDO     : " WS-EDIT-TOTAL.
           DISPLAY "DESCUENTOS CORTOS    : " WS-CORTOS.
           DISPLAY "BAJAS DE NOMINA      : " WS-BAJAS.
           DISPLAY "EXCEPCIONES          : " WS-EXCEPCIONES.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-EXCEPCIONES > 0
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           CARGA-CHECKPOINT.
             OPEN INPUT NOM-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ NOM-CKPT-FILE
                 NOT AT END
                   MOVE NOM-CKPT-FECHA TO WS-ULTIMA-PROCESADA
                   MOVE NOM-CKPT-SECUENCIA TO WS-ULTIMA-SECUENCIA
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
               CLOSE NOM-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT NOM-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO NOM-CKPT-FECHA.
             MOVE WS-MAYOR-SECUENCIA TO NOM-CKPT-SECUENCIA.
             WRITE NOM-CKPT-REG.
             CLOSE NOM-CKPT-FILE.

      *    The sequence NOMDESC last sent: payroll cannot be
      *    confirming an extract we have not written yet.
           CARGA-SECUENCIA-ENVIADA.
             OPEN INPUT NOM-SEQ-FILE.
             IF WS-SEQN-STATUS = "00"
               READ NOM-SEQ-FILE
                 NOT AT END
                   MOVE NOM-SEQ-REG TO WS-SECUENCIA-ENVIADA
               END-READ
             END-IF.
             IF WS-SEQN-STATUS = "00" OR WS-SEQN-STATUS = "05"
               CLOSE NOM-SEQ-FILE
             END-IF.

           PROCESA-CONFIRMACIONES.
             OPEN INPUT NOM-CONF-FILE.
             IF WS-CONF-STATUS NOT = "00"
               DISPLAY "SIN CONFIRMACION DE NOMINA: NADA QUE"
                   " POSTEAR."
               IF WS-CONF-STATUS = "05"
                 CLOSE NOM-CONF-FILE
               END-IF
             ELSE
               OPEN INPUT CUSTOMER-MASTER
               PERFORM UNTIL WS-CONF-STATUS = "10"
                   OR WS-HUBO-ERROR = "Y"
                 READ NOM-CONF-FILE
                   AT END
                     MOVE "10" TO WS-CONF-STATUS
                   NOT AT END
                     ADD 1 TO WS-LEIDOS
                     PERFORM PROCESA-UNA-CONFIRMACION
                 END-READ
               END-PERFORM
               IF WS-CUST-STATUS NOT = "35"
                 CLOSE CUSTOMER-MASTER
               END-IF
               CLOSE NOM-CONF-FILE
             END-IF.

           PROCESA-UNA-CONFIRMACION.
             MOVE "NOMCONF" TO NOM-EXC-ARCHIVO.
             MOVE NOMC-CUST-ID TO NOM-EXC-CLAVE.
             MOVE NOMC-ESTADO TO NOM-EXC-MOTIVO.
             MOVE NOMC-SECUENCIA TO NOM-EXC-SECUENCIA.
             IF NOMC-SECUENCIA IS NOT NUMERIC
                 OR NOMC-SECUENCIA = 0
                 OR NOMC-SECUENCIA > WS-SECUENCIA-ENVIADA
               MOVE "NOMATCH" TO NOM-EXC-TIPO
               PERFORM GRABA-EXCEPCION
               DISPLAY "CONFIRMACION SIN DESCUENTO ENVIADO: CLIENTE "
                   NOMC-CUST-ID " SECUENCIA " NOMC-SECUENCIA "."
             ELSE
               IF NOMC-SECUENCIA NOT > WS-ULTIMA-SECUENCIA
                 MOVE "DUPLICADO" TO NOM-EXC-TIPO
                 PERFORM GRABA-EXCEPCION
                 DISPLAY "CONFIRMACION YA POSTEADA: CLIENTE "
                     NOMC-CUST-ID " SECUENCIA " NOMC-SECUENCIA "."
               ELSE
                 PERFORM VALIDA-EMPLEADO
               END-IF
             END-IF.

           VALIDA-EMPLEADO.
             PERFORM LEE-CLIENTE.
             IF WS-EMPLEADO-VALIDO = "N"
               MOVE "NOMATCH" TO NOM-EXC-TIPO
               PERFORM GRABA-EXCEPCION
               DISPLAY "CONFIRMACION SIN EMPLEADO: CLIENTE "
                   NOMC-CUST-ID " NO TIENE EL NUMERO "
                   FUNCTION TRIM(NOMC-EMPLEADO) "."
             ELSE
               IF NOMC-SOLICITADO IS NOT NUMERIC
                   OR NOMC-DEDUCIDO IS NOT NUMERIC
                   OR NOMC-DEDUCIDO < 0
                   OR NOMC-DEDUCIDO > NOMC-SOLICITADO
                   OR (NOMC-ESTADO NOT = "D"
                       AND NOMC-ESTADO NOT = "B")
                 MOVE "IMPORTE" TO NOM-EXC-TIPO
                 PERFORM GRABA-EXCEPCION
                 DISPLAY "CONFIRMACION SIN POSTEAR: CLIENTE "
                     NOMC-CUST-ID " SIN IMPORTE O ESTADO VALIDO."
               ELSE
                 PERFORM APLICA-DESCUENTO
               END-IF
             END-IF.

      *    Only a confirmation naming the employee number the master
      *    still carries is posted: anything else is money payroll
      *    says it took against something we cannot prove we asked.
           LEE-CLIENTE.
             MOVE "N" TO WS-EMPLEADO-VALIDO.
             IF WS-CUST-STATUS NOT = "35"
               MOVE NOMC-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CUST-HR-ID = NOMC-EMPLEADO
                       AND CUST-HR-ID NOT = SPACES
                     MOVE "Y" TO WS-EMPLEADO-VALIDO
                   END-IF
               END-READ
             END-IF.

           APLICA-DESCUENTO.
             MOVE NOMC-DEDUCIDO TO WS-DEDUCIDO.
             IF WS-DEDUCIDO > 0
               PERFORM ESCRIBE-CREDITO-LEDGER
             END-IF.
             IF WS-HUBO-ERROR = "N"
               IF NOMC-SECUENCIA > WS-MAYOR-SECUENCIA
                 MOVE NOMC-SECUENCIA TO WS-MAYOR-SECUENCIA
               END-IF
               IF NOMC-ESTADO = "B"
                 ADD 1 TO WS-BAJAS
                 MOVE "BAJA" TO NOM-EXC-TIPO
                 PERFORM GRABA-EXCEPCION
                 PERFORM ALERTA-COBRANZA
               ELSE
                 IF WS-DEDUCIDO < NOMC-SOLICITADO
                   ADD 1 TO WS-CORTOS
                   MOVE "CORTO" TO NOM-EXC-TIPO
                   PERFORM GRABA-EXCEPCION
                   PERFORM ALERTA-COBRANZA
                 END-IF
               END-IF
             END-IF.

           GRABA-EXCEPCION.
             WRITE NOM-EXC-REG.
             ADD 1 TO WS-EXCEPCIONES.

      *    A short deduction or a leaver leaves a balance payroll will
      *    not collect: collections is told the same night, as
      *    ACUCHK does for a broken payment arrangement.
           ALERTA-COBRANZA.
             MOVE NOMC-SOLICITADO TO WS-EDIT-SOLICITADO.
             MOVE WS-DEDUCIDO TO WS-EDIT-DEDUCIDO.
             DISPLAY "*** NOMINA " NOM-EXC-TIPO " CLIENTE "
                 NOMC-CUST-ID " EMPLEADO "
                 FUNCTION TRIM(NOMC-EMPLEADO) ": PEDIDO "
                 WS-EDIT-SOLICITADO " DEDUCIDO " WS-EDIT-DEDUCIDO
                 " ***".
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "NOMCONF" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE SPACES TO ALRT-DETALLE.
             IF NOMC-ESTADO = "B"
               STRING "BAJA EN NOMINA: COBRAR SALDO DEL CLIENTE "
                   NOMC-CUST-ID DELIMITED BY SIZE INTO ALRT-DETALLE
             ELSE
               STRING "DESCUENTO DE NOMINA CORTO: CLIENTE "
                   NOMC-CUST-ID DELIMITED BY SIZE INTO ALRT-DETALLE
             END-IF.
             MOVE 0 TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

      *    The deduction goes in as an unposted CREDIT ledger record,
      *    exactly as CASHAPP posts remitted cash: BALPOST applies it
      *    and CUSTSTMT prints it.
           ESCRIBE-CREDITO-LEDGER.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             MOVE NOMC-CUST-ID TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             COMPUTE VARS-LOG-NUM1 = 0 - WS-DEDUCIDO.
             MOVE 0 TO VARS-LOG-NUM2.
             COMPUTE VARS-LOG-SUMA = 0 - WS-DEDUCIDO.
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             COMPUTE VARS-LOG-SUMA-ORIG = 0 - WS-DEDUCIDO.
             MOVE "NOMINA" TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD VARS-LOG-SUMA TO WS-CASH-CHECKSUM
               ADD 1 TO WS-POSTEADOS
               ADD WS-DEDUCIDO TO WS-TOTAL-DEDUCIDO
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL DESCUENTO DEL"
                   " CLIENTE " NOMC-CUST-ID " (STATUS "
                   WS-LEDGER-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE VARS-LEDGER-FILE.

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
             MOVE "NOMCONF" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-POSTEADOS TO CTL-REGISTROS.
             MOVE WS-CASH-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (NOMINA) ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-POSTEADOS.
             DISPLAY "CHECKSUM (SUMA CREDITO): " WS-CASH-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "NOMCONF" TO AUDIT-PROGRAMA.
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
             MOVE "NOMCONF.DAT" TO WS-ARCH-NOMCONF.
             CALL "ENVNAME" USING WS-ARCH-NOMCONF WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "NOMDSEQN.DAT" TO WS-ARCH-NOMDSEQN.
             CALL "ENVNAME" USING WS-ARCH-NOMDSEQN WS-AMBIENTE.
             MOVE "NOMCCKPT.DAT" TO WS-ARCH-NOMCCKPT.
             CALL "ENVNAME" USING WS-ARCH-NOMCCKPT WS-AMBIENTE.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "NOMCEXC.DAT" TO WS-ARCH-NOMEXC.
             CALL "ENVNAME" USING WS-ARCH-NOMEXC WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM NOMCONF.
