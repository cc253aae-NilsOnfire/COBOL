      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly payroll-deduction extract for customers who
      *          are also employees. On the deduction date (the first
      *          business day on or after NOMPARM.DAT's deduction
      *          day, once a month) every customer HRRTRN has tied to
      *          a payroll employee number (CUST-HR-ID) with a debit
      *          balance in CUSTBAL.DAT is asked for: a DESCUENTO
      *          record for the balance, capped at NOMPARM.DAT's
      *          maximum per pay period, goes to NOMDESC.DAT for the
      *          HR/payroll system, framed and triggered like
      *          DDCOBRO (CABECERA with the business date and the
      *          NOMDSEQN.DAT sequence, COLA with count, CUST-ID hash
      *          and amount total, NOMDESC.RDY after a clean run).
      *          Nothing is credited here: the money only reaches the
      *          ledger when payroll's confirmation comes back and
      *          NOMCONF posts what was actually deducted.
      *          NOMDCKPT.DAT keeps the last deduction date, so a
      *          rerun in the same month is a clean no-op; a
      *          NOMDESC.RDY still on disk means payroll never took
      *          the previous file, and the run refuses (RC 12)
      *          rather than overwrite it. An employee customer
      *          anonymised on an erasure request is not asked for;
      *          it is reported to NOMDEXC.DAT (ANONIMO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMDESC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT NOM-DESC-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMDESC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESC-STATUS.
           SELECT OPTIONAL NOM-SEQ-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NOMDSEQN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQN-STATUS.
           SELECT OPTIONAL NOM-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NOMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL NOM-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NOMDCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT OPTIONAL FEED-TRIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TRIGGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIG-STATUS.
           SELECT NOM-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-NOMEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
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

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  NOM-DESC-FILE.
           COPY "NOMDESC.cpy".

       FD  NOM-SEQ-FILE.
       01  NOM-SEQ-REG PIC 9(6).

       FD  NOM-PARM-FILE.
           COPY "NOMPARM.cpy".

       FD  NOM-CKPT-FILE.
       01  NOM-CKPT-REG PIC 9(8).

       FD  FEED-TRIG-FILE.
           COPY "FEEDTRIG.cpy".

       FD  NOM-EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY NOM-EXC-REG
                         BILL-EXC-ARCHIVO BY NOM-EXC-ARCHIVO
                         BILL-EXC-TIPO BY NOM-EXC-TIPO
                         BILL-EXC-CLAVE BY NOM-EXC-CLAVE
                         BILL-EXC-MOTIVO BY NOM-EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY NOM-EXC-SECUENCIA.

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-NOMDESC PIC X(30).
       01  WS-ARCH-NOMDSEQN PIC X(30).
       01  WS-ARCH-NOMPARM PIC X(30).
       01  WS-ARCH-NOMDCKPT PIC X(30).
       01  WS-ARCH-TRIGGER PIC X(30).
       01  WS-ARCH-NOMEXC PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-DESC-STATUS PIC XX.
       01  WS-SEQN-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-TRIG-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "NOMDESC".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-NEG-R REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-AAAAMM PIC 9(6).
           05  WS-FN-DD     PIC 99.
       01  WS-ULTIMO-ENVIO PIC 9(8) VALUE 0.
       01  WS-ULTIMO-ENVIO-R REDEFINES WS-ULTIMO-ENVIO.
           05  WS-UE-AAAAMM PIC 9(6).
           05  WS-UE-DD     PIC 99.
       01  WS-DIA-DESCUENTO PIC 99 VALUE 20.
       01  WS-MAXIMO PIC 9(7)V99 VALUE 300.00.
       01  WS-FEED-SECUENCIA PIC 9(6) VALUE 0.
       01  WS-SALDO-ACTUAL PIC S9(11)V99.
       01  WS-DESCUENTO PIC S9(9)V99.
       01  WS-DESCUENTOS PIC 9(6) VALUE 0.
       01  WS-TOPADOS PIC 9(6) VALUE 0.
       01  WS-HASH-CUST PIC 9(12) VALUE 0.
       01  WS-TOTAL-PEDIDO PIC S9(11)V99 VALUE 0.
       01  WS-EXCEPCIONES PIC 9(5) VALUE 0.
       01  WS-EMPLEADOS PIC 9(6) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-PENDIENTE PIC X VALUE "N".
       01  WS-EDIT-TOTAL PIC -(10)9.99.
       01  WS-EDIT-MAXIMO PIC Z(6)9.99.
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
           IF WS-FN-DD < WS-DIA-DESCUENTO
               OR WS-UE-AAAAMM = WS-FN-AAAAMM
             DISPLAY "NO ES FECHA DE DESCUENTO (DIA "
                 WS-DIA-DESCUENTO ", ULTIMO ENVIO " WS-ULTIMO-ENVIO
                 "): NADA QUE HACER."
           ELSE
             PERFORM VERIFICA-TRIGGER-ANTERIOR
             IF WS-HUBO-ERROR = "N"
               PERFORM GENERA-DESCUENTOS
             END-IF
           END-IF.
           DISPLAY "EMPLEADOS LEIDOS    : " WS-EMPLEADOS.
           DISPLAY "DESCUENTOS PEDIDOS  : " WS-DESCUENTOS.
           MOVE WS-MAXIMO TO WS-EDIT-MAXIMO.
           DISPLAY "TOPADOS AL MAXIMO   : " WS-TOPADOS
               " (MAXIMO " WS-EDIT-MAXIMO ")".
           MOVE WS-TOTAL-PEDIDO TO WS-EDIT-TOTAL.
           DISPLAY "IMPORTE TOTAL       : " WS-EDIT-TOTAL.
           DISPLAY "EXCEPCIONES         : " WS-EXCEPCIONES.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-PENDIENTE = "Y"
               MOVE 12 TO RETURN-CODE
             ELSE
               MOVE 16 TO RETURN-CODE
             END-IF
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
             OPEN INPUT NOM-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ NOM-PARM-FILE
                 NOT AT END
                   IF NOMP-DIA-DESCUENTO IS NUMERIC
                       AND NOMP-DIA-DESCUENTO > 0
                       AND NOMP-DIA-DESCUENTO < 29
                     MOVE NOMP-DIA-DESCUENTO TO WS-DIA-DESCUENTO
                   END-IF
                   IF NOMP-MAXIMO IS NUMERIC AND NOMP-MAXIMO > 0
                     MOVE NOMP-MAXIMO TO WS-MAXIMO
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE NOM-PARM-FILE
             END-IF.

           CARGA-CHECKPOINT.
             OPEN INPUT NOM-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ NOM-CKPT-FILE
                 NOT AT END
                   MOVE NOM-CKPT-REG TO WS-ULTIMO-ENVIO
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
               CLOSE NOM-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT NOM-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO NOM-CKPT-REG.
             WRITE NOM-CKPT-REG.
             CLOSE NOM-CKPT-FILE.

      *    Deductions are a month apart, so any trigger still on disk
      *    is an extract payroll never took: overwriting it would
      *    lose last month's request. RC 12, not the tolerated 8, so
      *    the chain reports it.
           VERIFICA-TRIGGER-ANTERIOR.
             OPEN INPUT FEED-TRIG-FILE.
             IF WS-TRIG-STATUS = "00"
               READ FEED-TRIG-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   DISPLAY "*** EL DESCUENTO DEL " TRIG-FECHA " SIGUE"
                       " SIN RECOGER (NOMDESC.RDY PRESENTE). NO SE"
                       " SOBREESCRIBE: CONFIRME CON NOMINA Y"
                       " RETIRE EL TRIGGER. ***"
                   MOVE "Y" TO WS-HUBO-ERROR
                   MOVE "Y" TO WS-PENDIENTE
               END-READ
               CLOSE FEED-TRIG-FILE
             ELSE
               IF WS-TRIG-STATUS = "05"
                 CLOSE FEED-TRIG-FILE
               END-IF
             END-IF.

           GENERA-DESCUENTOS.
             OPEN OUTPUT NOM-DESC-FILE.
             IF WS-DESC-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMDESC.DAT"
                   " (STATUS " WS-DESC-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM ASIGNA-SECUENCIA
               PERFORM ESCRIBE-CABECERA
               OPEN OUTPUT NOM-EXC-FILE
               PERFORM RECORRE-CLIENTES
               CLOSE NOM-EXC-FILE
               PERFORM ESCRIBE-COLA
               CLOSE NOM-DESC-FILE
               IF WS-HUBO-ERROR = "N"
                 PERFORM PERSISTE-SECUENCIA
                 PERFORM GRABA-CHECKPOINT
                 IF WS-DESCUENTOS > 0
                   PERFORM ESCRIBE-TRIGGER
                 END-IF
               END-IF
             END-IF.

           RECORRE-CLIENTES.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE CLIENTES: NADA QUE PEDIR."
             ELSE
               OPEN INPUT CUST-BAL-FILE
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                   OR WS-HUBO-ERROR = "Y"
                 READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                     MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                     IF CUST-HR-ID NOT = SPACES
                       ADD 1 TO WS-EMPLEADOS
                       PERFORM EVALUA-EMPLEADO
                     END-IF
                 END-READ
               END-PERFORM
               IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "23"
                   OR WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    Only a debit balance is asked for, and never more than the
      *    cap per pay period: the rest stays on the balance and the
      *    next month's extract asks for it again.
           EVALUA-EMPLEADO.
             PERFORM LEE-SALDO.
             IF WS-SALDO-ACTUAL > 0
               IF CUST-ESTADO = "X"
                 MOVE "NOMDESC" TO NOM-EXC-ARCHIVO
                 MOVE "ANONIMO" TO NOM-EXC-TIPO
                 MOVE CUST-ID TO NOM-EXC-CLAVE
                 MOVE SPACES TO NOM-EXC-MOTIVO
                 MOVE WS-FEED-SECUENCIA TO NOM-EXC-SECUENCIA
                 WRITE NOM-EXC-REG
                 ADD 1 TO WS-EXCEPCIONES
               ELSE
                 IF WS-SALDO-ACTUAL > WS-MAXIMO
                   MOVE WS-MAXIMO TO WS-DESCUENTO
                   ADD 1 TO WS-TOPADOS
                 ELSE
                   MOVE WS-SALDO-ACTUAL TO WS-DESCUENTO
                 END-IF
                 PERFORM ESCRIBE-DESCUENTO
               END-IF
             END-IF.

           LEE-SALDO.
             MOVE 0 TO WS-SALDO-ACTUAL.
             IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "23"
               MOVE CUST-ID TO BAL-CUST-ID
               READ CUST-BAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE BAL-SALDO TO WS-SALDO-ACTUAL
               END-READ
             END-IF.

           ESCRIBE-DESCUENTO.
             INITIALIZE NOM-DESC-REG.
             MOVE "DESCUENTO" TO NOMD-TIPO.
             MOVE CUST-ID TO NOMD-CUST-ID.
             MOVE CUST-HR-ID TO NOMD-EMPLEADO.
             MOVE WS-FECHA-NEGOCIO TO NOMD-FECHA.
             MOVE WS-DESCUENTO TO NOMD-IMPORTE.
             MOVE WS-SALDO-ACTUAL TO NOMD-SALDO.
             MOVE WS-FEED-SECUENCIA TO NOMD-SECUENCIA.
             WRITE NOM-DESC-REG.
             IF WS-DESC-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO EL DESCUENTO DEL"
                   " CLIENTE " CUST-ID " (STATUS " WS-DESC-STATUS
                   ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               ADD 1 TO WS-DESCUENTOS
               ADD CUST-ID TO WS-HASH-CUST
               ADD WS-DESCUENTO TO WS-TOTAL-PEDIDO
             END-IF.

           ASIGNA-SECUENCIA.
             OPEN INPUT NOM-SEQ-FILE.
             IF WS-SEQN-STATUS = "00"
               READ NOM-SEQ-FILE
                 NOT AT END
                   MOVE NOM-SEQ-REG TO WS-FEED-SECUENCIA
               END-READ
             END-IF.
             IF WS-SEQN-STATUS = "00" OR WS-SEQN-STATUS = "05"
               CLOSE NOM-SEQ-FILE
             END-IF.
             ADD 1 TO WS-FEED-SECUENCIA.

           PERSISTE-SECUENCIA.
             OPEN OUTPUT NOM-SEQ-FILE.
             MOVE WS-FEED-SECUENCIA TO NOM-SEQ-REG.
             WRITE NOM-SEQ-REG.
             CLOSE NOM-SEQ-FILE.

           ESCRIBE-CABECERA.
             INITIALIZE NOM-DESC-REG.
             MOVE "CABECERA" TO NOMD-TIPO.
             MOVE WS-FECHA-NEGOCIO TO NOMD-FECHA.
             MOVE WS-FEED-SECUENCIA TO NOMD-SECUENCIA.
             WRITE NOM-DESC-REG.
             IF WS-DESC-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO LA CABECERA DEL"
                   " DESCUENTO (STATUS " WS-DESC-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           ESCRIBE-COLA.
             INITIALIZE NOM-DESC-REG.
             MOVE "COLA" TO NOMD-TIPO.
             MOVE WS-FECHA-NEGOCIO TO NOMD-FECHA.
             MOVE WS-FEED-SECUENCIA TO NOMD-SECUENCIA.
             MOVE WS-DESCUENTOS TO NOMD-REGISTROS.
             MOVE WS-HASH-CUST TO NOMD-HASH-CUST.
             MOVE WS-TOTAL-PEDIDO TO NOMD-TOTAL.
             WRITE NOM-DESC-REG.
             IF WS-DESC-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO LA COLA DEL DESCUENTO"
                   " (STATUS " WS-DESC-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           ESCRIBE-TRIGGER.
             OPEN OUTPUT FEED-TRIG-FILE.
             MOVE WS-FECHA-NEGOCIO TO TRIG-FECHA.
             MOVE WS-DESCUENTOS TO TRIG-REGISTROS.
             MOVE WS-TOTAL-PEDIDO TO TRIG-TOTAL.
             WRITE FEED-TRIG-REG.
             CLOSE FEED-TRIG-FILE.
             DISPLAY "TRIGGER DE RECOGIDA ESCRITO (NOMDESC.RDY).".

           GRABA-AUDITORIA.
             MOVE "NOMDESC" TO AUDIT-PROGRAMA.
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
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM PIDE-CERROJO.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
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
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "NOMDESC.DAT" TO WS-ARCH-NOMDESC.
             CALL "ENVNAME" USING WS-ARCH-NOMDESC WS-AMBIENTE.
             MOVE "NOMDSEQN.DAT" TO WS-ARCH-NOMDSEQN.
             CALL "ENVNAME" USING WS-ARCH-NOMDSEQN WS-AMBIENTE.
             MOVE "NOMPARM.DAT" TO WS-ARCH-NOMPARM.
             CALL "ENVNAME" USING WS-ARCH-NOMPARM WS-AMBIENTE.
             MOVE "NOMDCKPT.DAT" TO WS-ARCH-NOMDCKPT.
             CALL "ENVNAME" USING WS-ARCH-NOMDCKPT WS-AMBIENTE.
             MOVE "NOMDESC.RDY" TO WS-ARCH-TRIGGER.
             CALL "ENVNAME" USING WS-ARCH-TRIGGER WS-AMBIENTE.
             MOVE "NOMDEXC.DAT" TO WS-ARCH-NOMEXC.
             CALL "ENVNAME" USING WS-ARCH-NOMEXC WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM NOMDESC.
