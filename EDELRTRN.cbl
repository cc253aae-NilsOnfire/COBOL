      ******************************************************************
      * Author:
      * Date:
      * Purpose: Processes the mail gateway's bounce file
      *          (EDELRTRN.DAT, released by INGATE) in the HRRTRN
      *          mold: a customer whose statements or letters go out
      *          electronically and whose e-mail address on file is
      *          the one that bounced is turned back to paper
      *          (CUST-ENTREGA "P"), journaled through CUSTJRNL with
      *          action REBOTE, so the next document is printed
      *          instead of bouncing again. The address itself is
      *          kept for the desk to correct in CUSTMAINT. A bounce
      *          for an address the customer has since replaced, or
      *          for a customer already on paper, is only counted; a
      *          bounce naming a customer not in the master goes to
      *          EDELEXC.DAT in the BILLEXC shape and ends the run
      *          with RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDELRTRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EDEL-RTRN-FILE ASSIGN TO DYNAMIC
               WS-ARCH-EDELRTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EDEL-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-EDELEXC
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
       FD  EDEL-RTRN-FILE.
           COPY "EDELRTRN.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  EDEL-EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY EDEL-EXC-REG
                         BILL-EXC-ARCHIVO BY EDEL-EXC-ARCHIVO
                         BILL-EXC-TIPO BY EDEL-EXC-TIPO
                         BILL-EXC-CLAVE BY EDEL-EXC-CLAVE
                         BILL-EXC-MOTIVO BY EDEL-EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY EDEL-EXC-SECUENCIA.

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-EDELRTRN PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-EDELEXC PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-RTRN-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "EDELRTRN".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-REBOTES PIC 9(5) VALUE 0.
       01  WS-PASADOS-PAPEL PIC 9(5) VALUE 0.
       01  WS-YA-EN-PAPEL PIC 9(5) VALUE 0.
       01  WS-DIRECCION-CAMBIADA PIC 9(5) VALUE 0.
       01  WS-EXCEPCIONES PIC 9(5) VALUE 0.
       01  WS-OPERADOR-ID PIC X(10) VALUE "EDELRTRN".
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6) VALUE "REBOTE".
       01  WS-JRN-APROBADOR PIC X(10) VALUE SPACES.
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
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           OPEN OUTPUT EDEL-EXC-FILE.
           PERFORM PROCESA-REBOTES.
           CLOSE EDEL-EXC-FILE.
           DISPLAY "REBOTES LEIDOS        : " WS-REBOTES.
           DISPLAY "PASADOS A PAPEL       : " WS-PASADOS-PAPEL.
           DISPLAY "YA ESTABAN EN PAPEL   : " WS-YA-EN-PAPEL.
           DISPLAY "E-MAIL YA CAMBIADO    : " WS-DIRECCION-CAMBIADA.
           DISPLAY "EXCEPCIONES           : " WS-EXCEPCIONES.
           IF WS-EXCEPCIONES > 0
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-016 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           PROCESA-REBOTES.
             OPEN INPUT EDEL-RTRN-FILE.
             IF WS-RTRN-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO DE REBOTES DE CORREO."
               IF WS-RTRN-STATUS = "05"
                 CLOSE EDEL-RTRN-FILE
               END-IF
             ELSE
               PERFORM UNTIL WS-RTRN-STATUS = "10"
                 READ EDEL-RTRN-FILE
                   AT END
                     MOVE "10" TO WS-RTRN-STATUS
                   NOT AT END
                     ADD 1 TO WS-REBOTES
                     PERFORM TRATA-REBOTE
                 END-READ
               END-PERFORM
               CLOSE EDEL-RTRN-FILE
             END-IF.

           TRATA-REBOTE.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO"
                   " (STATUS " WS-CUST-STATUS ") ***"
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE EDRT-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   MOVE "EDELRTRN" TO EDEL-EXC-ARCHIVO
                   MOVE "NOCLIENTE" TO EDEL-EXC-TIPO
                   MOVE EDRT-CUST-ID TO EDEL-EXC-CLAVE
                   MOVE EDRT-MOTIVO TO EDEL-EXC-MOTIVO
                   MOVE 0 TO EDEL-EXC-SECUENCIA
                   WRITE EDEL-EXC-REG
                   ADD 1 TO WS-EXCEPCIONES
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN CUST-ENTREGA NOT = "E"
                         AND CUST-ENTREGA NOT = "A"
                       ADD 1 TO WS-YA-EN-PAPEL
                     WHEN CUST-EMAIL NOT = EDRT-EMAIL
                       ADD 1 TO WS-DIRECCION-CAMBIADA
                     WHEN OTHER
                       PERFORM PASA-A-PAPEL
                   END-EVALUATE
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    The bounced address stays on the master so the desk can
      *    see what failed when the customer calls with a new one.
           PASA-A-PAPEL.
             PERFORM GUARDA-IMAGEN-ANTES.
             MOVE "P" TO CUST-ENTREGA.
             REWRITE CUST-MASTER-REC.
             IF WS-CUST-STATUS = "00"
               ADD 1 TO WS-PASADOS-PAPEL
               DISPLAY "CLIENTE " EDRT-CUST-ID " PASADO A PAPEL ("
                   EDRT-MOTIVO ")."
               PERFORM GRABA-DIARIO
             ELSE
               DISPLAY "*** ERROR GRABANDO LA PREFERENCIA DE ENVIO"
                   " DEL CLIENTE " EDRT-CUST-ID " (STATUS "
                   WS-CUST-STATUS ") ***"
               MOVE 16 TO RETURN-CODE
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

           GRABA-DIARIO.
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
      *    RETURN-CODE is saved around the CALL so a failure left by
      *    an earlier record is neither masked nor mistaken for a
      *    journal error of THIS record.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "CUSTJRNL" USING EDRT-CUST-ID WS-JRN-ACCION
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                 WS-JRN-APROBADOR.
             IF RETURN-CODE = 16
               DISPLAY "*** " MSG-018 " (CLIENTE " EDRT-CUST-ID
                   ") ***"
             ELSE
               MOVE WS-RC-PREVIO TO RETURN-CODE
             END-IF.

           GRABA-AUDITORIA.
             MOVE "EDELRTRN" TO AUDIT-PROGRAMA.
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
             MOVE "EDELRTRN.DAT" TO WS-ARCH-EDELRTRN.
             CALL "ENVNAME" USING WS-ARCH-EDELRTRN WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "EDELEXC.DAT" TO WS-ARCH-EDELEXC.
             CALL "ENVNAME" USING WS-ARCH-EDELEXC WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM EDELRTRN.
