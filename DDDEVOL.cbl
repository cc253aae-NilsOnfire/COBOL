      ******************************************************************
      * Author:
      * Date:
      * Purpose: Returned direct-debit collections: every record of
      *          the bank's return file DDDEVOL.DAT (released by
      *          INGATE) reverses the optimistic credit DDCOBRO
      *          posted -- a DEBIT ledger record (event DEVADEUDO)
      *          written unposted into the day's VARSLOG generation,
      *          which BALPOST applies like any transaction, plus a
      *          negative CASHAPLI.DAT entry so the applied-cash
      *          journal nets out. The bank's reason code is looked
      *          up in RSNCODE.DAT (domain "ADEUDO") and shown with
      *          its description. Each return is counted on the
      *          mandate; once DDPARM.DAT's limit is reached the
      *          mandate is suspended ("S") and DDCOBRO stops
      *          collecting it until the desk reactivates it in
      *          MANDMNT. Both changes are journaled through MANDJRNL.
      *          A return for a customer without that mandate, or
      *          with no usable amount, is not reversed and goes to
      *          DDDVEXC.DAT in the BILLEXC shape (RC 8); an unknown
      *          reason code is reversed but still reported.
      *          DDDVCKPT.DAT remembers the last processed business
      *          date so a chain rerun is a clean no-op.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDDEVOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DD-DEVOL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DDDEVOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOL-STATUS.
           SELECT OPTIONAL MANDATO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MANDATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CUST-ID
               FILE STATUS IS WS-MAND-STATUS.
           SELECT OPTIONAL DD-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL DD-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DDDVCKPT
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
           SELECT DD-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-DDEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL CASH-APLI-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASHAPLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLI-STATUS.
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
       FD  DD-DEVOL-FILE.
           COPY "DDDEVOL.cpy".

       FD  MANDATO-FILE.
           COPY "MANDATO.cpy".

       FD  DD-PARM-FILE.
           COPY "DDPARM.cpy".

       FD  DD-CKPT-FILE.
       01  DD-CKPT-REG PIC 9(8).

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

       FD  DD-EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY DD-EXC-REG
                         BILL-EXC-ARCHIVO BY DD-EXC-ARCHIVO
                         BILL-EXC-TIPO BY DD-EXC-TIPO
                         BILL-EXC-CLAVE BY DD-EXC-CLAVE
                         BILL-EXC-MOTIVO BY DD-EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY DD-EXC-SECUENCIA.

       FD  CASH-APLI-FILE.
           COPY "CASHAPLI.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-DDDEVOL PIC X(30).
       01  WS-ARCH-MANDATOS PIC X(30).
       01  WS-ARCH-DDPARM PIC X(30).
       01  WS-ARCH-DDDVCKPT PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-DDEXC PIC X(30).
       01  WS-ARCH-CASHAPLI PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-DEVOL-STATUS PIC XX.
       01  WS-MAND-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-APLI-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "DDDEVOL".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ULTIMA-PROCESADA PIC 9(8) VALUE 0.
       01  WS-MAX-DEVOL PIC 99 VALUE 2.
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-GEN-LISTA PIC X VALUE "N".
       01  WS-DEVOLUCION PIC S9(9)V99.
       01  WS-MANDATO-VALIDO PIC X.
       01  WS-REVERTIDOS PIC 9(6) VALUE 0.
       01  WS-SUSPENDIDOS PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEVUELTO PIC S9(11)V99 VALUE 0.
       01  WS-CASH-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-EXCEPCIONES PIC 9(5) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-EDIT-TOTAL PIC -(10)9.99.
       01  WS-RSN-DOMINIO PIC X(8) VALUE "ADEUDO".
       01  WS-RSN-DESCRIPCION PIC X(40).
       01  WS-RSN-HALLADO PIC X.
       01  WS-OPERADOR-ID PIC X(10) VALUE "DDDEVOL".
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6).
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-REFERENCIA   PIC X(35).
           05  WS-ANT-CUENTA       PIC X(34).
           05  WS-ANT-FECHA-FIRMA  PIC 9(8).
           05  WS-ANT-ESTADO       PIC X.
           05  WS-ANT-DEVOLUCIONES PIC 99.
       01  WS-IMAGEN-DESPUES.
           05  WS-NUE-REFERENCIA   PIC X(35).
           05  WS-NUE-CUENTA       PIC X(34).
           05  WS-NUE-FECHA-FIRMA  PIC 9(8).
           05  WS-NUE-ESTADO       PIC X.
           05  WS-NUE-DEVOLUCIONES PIC 99.
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
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-CHECKPOINT.
           IF WS-ULTIMA-PROCESADA = WS-FECHA-NEGOCIO
             DISPLAY "DEVOLUCIONES YA PROCESADAS PARA LA FECHA "
                 WS-FECHA-NEGOCIO ": NADA QUE HACER."
           ELSE
             OPEN OUTPUT DD-EXC-FILE
             PERFORM PROCESA-DEVOLUCIONES
             CLOSE DD-EXC-FILE
             IF WS-HUBO-ERROR = "N"
               PERFORM GRABA-CHECKPOINT
               IF WS-REVERTIDOS > 0
                 PERFORM GRABA-CONTROL-TOTAL
               END-IF
             END-IF
           END-IF.
           DISPLAY "COBROS DEVUELTOS    : " WS-REVERTIDOS.
           MOVE WS-TOTAL-DEVUELTO TO WS-EDIT-TOTAL.
           DISPLAY "IMPORTE REVERTIDO   : " WS-EDIT-TOTAL.
           DISPLAY "MANDATOS SUSPENDIDOS: " WS-SUSPENDIDOS.
           DISPLAY "EXCEPCIONES         : " WS-EXCEPCIONES.
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

           CARGA-PARAMETROS.
             OPEN INPUT DD-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ DD-PARM-FILE
                 NOT AT END
                   IF DDP-MAX-DEVOL IS NUMERIC AND DDP-MAX-DEVOL > 0
                     MOVE DDP-MAX-DEVOL TO WS-MAX-DEVOL
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE DD-PARM-FILE
             END-IF.

           CARGA-CHECKPOINT.
             OPEN INPUT DD-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ DD-CKPT-FILE
                 NOT AT END
                   MOVE DD-CKPT-REG TO WS-ULTIMA-PROCESADA
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
               CLOSE DD-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT DD-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO DD-CKPT-REG.
             WRITE DD-CKPT-REG.
             CLOSE DD-CKPT-FILE.

           PROCESA-DEVOLUCIONES.
             OPEN INPUT DD-DEVOL-FILE.
             IF WS-DEVOL-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO DE DEVOLUCIONES: NADA QUE"
                   " REVERTIR."
               IF WS-DEVOL-STATUS = "05"
                 CLOSE DD-DEVOL-FILE
               END-IF
             ELSE
               OPEN I-O MANDATO-FILE
               PERFORM UNTIL WS-DEVOL-STATUS = "10"
                   OR WS-HUBO-ERROR = "Y"
                 READ DD-DEVOL-FILE
                   AT END
                     MOVE "10" TO WS-DEVOL-STATUS
                   NOT AT END
                     PERFORM PROCESA-UNA-DEVOLUCION
                 END-READ
               END-PERFORM
               IF WS-MAND-STATUS NOT = "35"
                 CLOSE MANDATO-FILE
               END-IF
               CLOSE DD-DEVOL-FILE
             END-IF.

           PROCESA-UNA-DEVOLUCION.
             MOVE "DDDEVOL" TO DD-EXC-ARCHIVO.
             MOVE DDDV-CUST-ID TO DD-EXC-CLAVE.
             MOVE DDDV-MOTIVO TO DD-EXC-MOTIVO.
             MOVE DDDV-SECUENCIA TO DD-EXC-SECUENCIA.
             PERFORM LEE-MANDATO.
             IF WS-MANDATO-VALIDO = "N"
               MOVE "NOMANDATO" TO DD-EXC-TIPO
               WRITE DD-EXC-REG
               ADD 1 TO WS-EXCEPCIONES
               DISPLAY "DEVOLUCION SIN REVERTIR: CLIENTE "
                   DDDV-CUST-ID " SIN EL MANDATO "
                   FUNCTION TRIM(DDDV-REFERENCIA) "."
             ELSE
               IF DDDV-IMPORTE IS NOT NUMERIC OR DDDV-IMPORTE NOT > 0
                 MOVE "IMPORTE" TO DD-EXC-TIPO
                 WRITE DD-EXC-REG
                 ADD 1 TO WS-EXCEPCIONES
                 DISPLAY "DEVOLUCION SIN REVERTIR: CLIENTE "
                     DDDV-CUST-ID " SIN IMPORTE VALIDO."
               ELSE
                 MOVE DDDV-IMPORTE TO WS-DEVOLUCION
                 PERFORM MUESTRA-MOTIVO
                 PERFORM ESCRIBE-DEBITO-LEDGER
                 IF WS-HUBO-ERROR = "N"
                   PERFORM ANOTA-DEVOLUCION
                 END-IF
               END-IF
             END-IF.

      *    Only a return naming the mandate we collected under is
      *    reversed: anything else is money the bank returned against
      *    something this run cannot prove we sent.
           LEE-MANDATO.
             MOVE "N" TO WS-MANDATO-VALIDO.
             IF WS-MAND-STATUS NOT = "35"
               MOVE DDDV-CUST-ID TO MAND-CUST-ID
               READ MANDATO-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF MAND-REFERENCIA = DDDV-REFERENCIA
                     MOVE "Y" TO WS-MANDATO-VALIDO
                   END-IF
               END-READ
             END-IF.

           MUESTRA-MOTIVO.
             CALL "RSNDESC" USING WS-RSN-DOMINIO DDDV-MOTIVO
                 WS-RSN-DESCRIPCION WS-RSN-HALLADO.
             DISPLAY "COBRO DEVUELTO: CLIENTE " DDDV-CUST-ID
                 " MOTIVO " DDDV-MOTIVO " - "
                 FUNCTION TRIM(WS-RSN-DESCRIPCION).
             IF WS-RSN-HALLADO NOT = "Y"
               MOVE "MOTIVO" TO DD-EXC-TIPO
               WRITE DD-EXC-REG
               ADD 1 TO WS-EXCEPCIONES
             END-IF.

      *    The reversal is an unposted DEBIT ledger record: BALPOST
      *    puts the returned amount back on the customer's balance,
      *    and the negative CASHAPLI entry takes the cash back out of
      *    the applied-cash journal.
           ESCRIBE-DEBITO-LEDGER.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             MOVE DDDV-CUST-ID TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             MOVE WS-DEVOLUCION TO VARS-LOG-NUM1.
             MOVE 0 TO VARS-LOG-NUM2.
             MOVE WS-DEVOLUCION TO VARS-LOG-SUMA.
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             MOVE WS-DEVOLUCION TO VARS-LOG-SUMA-ORIG.
             MOVE "DEVADEUDO" TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD VARS-LOG-SUMA TO WS-CASH-CHECKSUM
               ADD 1 TO WS-REVERTIDOS
               ADD WS-DEVOLUCION TO WS-TOTAL-DEVUELTO
               PERFORM GRABA-CAJA-APLICADA
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO LA DEVOLUCION DEL"
                   " CLIENTE " DDDV-CUST-ID " (STATUS "
                   WS-LEDGER-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE VARS-LEDGER-FILE.

           GRABA-CAJA-APLICADA.
             OPEN EXTEND CASH-APLI-FILE.
             IF WS-APLI-STATUS = "35"
               OPEN OUTPUT CASH-APLI-FILE
             END-IF.
             MOVE WS-FECHA-NEGOCIO TO CAPL-FECHA.
             MOVE DDDV-CUST-ID TO CAPL-CUST-ID.
             COMPUTE CAPL-IMPORTE = 0 - WS-DEVOLUCION.
             MOVE DDDV-SECUENCIA TO CAPL-SECUENCIA.
             WRITE CASH-APLI-REG.
             IF WS-APLI-STATUS NOT = "00"
               DISPLAY "*** ERROR ANOTANDO LA CAJA DEVUELTA DEL"
                   " CLIENTE " DDDV-CUST-ID " (STATUS "
                   WS-APLI-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE CASH-APLI-FILE.

      *    The return is counted on the mandate; reaching the limit
      *    suspends it so the next collection date skips the customer.
           ANOTA-DEVOLUCION.
             MOVE MAND-REFERENCIA TO WS-ANT-REFERENCIA.
             MOVE MAND-CUENTA TO WS-ANT-CUENTA.
             MOVE MAND-FECHA-FIRMA TO WS-ANT-FECHA-FIRMA.
             MOVE MAND-ESTADO TO WS-ANT-ESTADO.
             MOVE MAND-DEVOLUCIONES TO WS-ANT-DEVOLUCIONES.
             IF MAND-DEVOLUCIONES < 99
               ADD 1 TO MAND-DEVOLUCIONES
             END-IF.
             MOVE "DEVOL" TO WS-JRN-ACCION.
             IF MAND-ESTADO = "A"
                 AND MAND-DEVOLUCIONES NOT < WS-MAX-DEVOL
               MOVE "S" TO MAND-ESTADO
               MOVE WS-FECHA-NEGOCIO TO MAND-FECHA-ESTADO
               MOVE "SUSPEN" TO WS-JRN-ACCION
               ADD 1 TO WS-SUSPENDIDOS
               DISPLAY "MANDATO DEL CLIENTE " MAND-CUST-ID
                   " SUSPENDIDO TRAS " MAND-DEVOLUCIONES
                   " DEVOLUCIONES."
             END-IF.
             MOVE WS-OPERADOR-ID TO MAND-OPERADOR.
             REWRITE MANDATO-REG.
             IF WS-MAND-STATUS NOT = "00"
               DISPLAY "*** ERROR ANOTANDO LA DEVOLUCION EN EL"
                   " MANDATO DEL CLIENTE " MAND-CUST-ID " (STATUS "
                   WS-MAND-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM GRABA-DIARIO
             END-IF.

           GRABA-DIARIO.
             MOVE MAND-REFERENCIA TO WS-NUE-REFERENCIA.
             MOVE MAND-CUENTA TO WS-NUE-CUENTA.
             MOVE MAND-FECHA-FIRMA TO WS-NUE-FECHA-FIRMA.
             MOVE MAND-ESTADO TO WS-NUE-ESTADO.
             MOVE MAND-DEVOLUCIONES TO WS-NUE-DEVOLUCIONES.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "MANDJRNL" USING MAND-CUST-ID WS-JRN-ACCION
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
             IF RETURN-CODE = 16
               DISPLAY "*** NO SE PUDO GRABAR EL DIARIO DE MANDATOS"
                   " (CLIENTE " MAND-CUST-ID ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               MOVE WS-RC-PREVIO TO RETURN-CODE
             END-IF.

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
             MOVE "DDDEVOL" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-REVERTIDOS TO CTL-REGISTROS.
             MOVE WS-CASH-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (DEVOLUCIONES)"
                 " ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-REVERTIDOS.
             DISPLAY "CHECKSUM (SUMA DEBITO): " WS-CASH-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "DDDEVOL" TO AUDIT-PROGRAMA.
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
                 IF WS-LOCKS-OK = "Y"
                   MOVE "MANDATOS" TO WS-LOCK-RECURSO
                   PERFORM PIDE-CERROJO
                   IF WS-LOCKS-OK = "N"
                     MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                     PERFORM SUELTA-CERROJO
                   END-IF
                 END-IF
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
             MOVE "MANDATOS" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
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
             MOVE "DDDEVOL.DAT" TO WS-ARCH-DDDEVOL.
             CALL "ENVNAME" USING WS-ARCH-DDDEVOL WS-AMBIENTE.
             MOVE "MANDATOS.DAT" TO WS-ARCH-MANDATOS.
             CALL "ENVNAME" USING WS-ARCH-MANDATOS WS-AMBIENTE.
             MOVE "DDPARM.DAT" TO WS-ARCH-DDPARM.
             CALL "ENVNAME" USING WS-ARCH-DDPARM WS-AMBIENTE.
             MOVE "DDDVCKPT.DAT" TO WS-ARCH-DDDVCKPT.
             CALL "ENVNAME" USING WS-ARCH-DDDVCKPT WS-AMBIENTE.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "DDDVEXC.DAT" TO WS-ARCH-DDEXC.
             CALL "ENVNAME" USING WS-ARCH-DDEXC WS-AMBIENTE.
             MOVE "CASHAPLI.DAT" TO WS-ARCH-CASHAPLI.
             CALL "ENVNAME" USING WS-ARCH-CASHAPLI WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM DDDEVOL.
