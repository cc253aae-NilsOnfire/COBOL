      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly sanctions/watch-list re-screen of the whole
      *          customer master: the list changes after a customer
      *          was screened at intake, so every customer not merged
      *          away is checked again through LISTACHK against the
      *          current LISTAVIG.DAT. Each possible hit goes to
      *          LISTAEXC.DAT (rewritten by every run that has a
      *          list) for compliance's review in CUSTMAINT, and an
      *          OPERALRT alert with the hit count is raised on
      *          ERRMON's path; the run then ends with RETURN-CODE 8.
      *          A customer and list entry compliance already cleared
      *          as a false positive (LISTADEC.DAT) is not raised
      *          again. A missing list is alarmed too, since nothing
      *          was screened, and last run's hits are kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTAREV.
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
           SELECT LISTA-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-LISTAEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXC-STATUS.
           SELECT OPTIONAL LISTA-DEC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LISTADEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDEC-STATUS.
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

       FD  LISTA-EXC-FILE.
           COPY "LISTAEXC.cpy".

       FD  LISTA-DEC-FILE.
           COPY "LISTADEC.cpy".

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-LISTAEXC PIC X(30).
       01  WS-ARCH-LISTADEC PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-LEXC-STATUS PIC XX.
       01  WS-LDEC-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "LISTAREV".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-NOMBRE PIC X(15).
       01  WS-APELLIDOS PIC X(20).
       01  WS-FECHA-NAC PIC 9(8).
       01  WS-LISTA-RESULTADO PIC X.
       01  WS-LISTA-REF PIC X(12).
       01  WS-LISTA-PROGRAMA PIC X(12).
       01  WS-LISTA-MOTIVO PIC X(9).
       01  WS-SIN-LISTA PIC X VALUE "N".
      *    Customer/list-entry pairs compliance already cleared.
       01  WS-LIBERADOS.
           05  WS-LIB-ENTRY OCCURS 2000.
               10  WS-LIB-CUST-ID    PIC 9(6).
               10  WS-LIB-REFERENCIA PIC X(12).
       01  WS-LIB-TOTAL PIC 9(4) VALUE 0.
       01  WS-LIB-IDX PIC 9(4).
       01  WS-YA-LIBERADO PIC X.
       01  WS-CRIBADOS PIC 9(7) VALUE 0.
       01  WS-COINCIDENCIAS PIC 9(5) VALUE 0.
       01  WS-OMITIDAS PIC 9(5) VALUE 0.
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
           DISPLAY "=== RE-CRIBADO CONTRA LA LISTA DE VIGILANCIA ===".
           PERFORM CARGA-LIBERADOS.
           PERFORM SONDEA-LISTA.
           IF WS-SIN-LISTA = "N"
             PERFORM CRIBA-MAESTRO
           END-IF.
           DISPLAY "CLIENTES CRIBADOS      : " WS-CRIBADOS.
           DISPLAY "POSIBLES COINCIDENCIAS : " WS-COINCIDENCIAS.
           DISPLAY "YA LIBERADAS (OMITIDAS): " WS-OMITIDAS.
           IF WS-SIN-LISTA = "Y"
             DISPLAY "*** SIN LISTA DE VIGILANCIA (LISTAVIG.DAT):"
                 " NADA HA SIDO CRIBADO. ***"
             MOVE "SIN LISTA DE VIGILANCIA: RE-CRIBADO NO HECHO"
                 TO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
           END-IF.
           IF WS-COINCIDENCIAS > 0
             MOVE SPACES TO WS-ALERTA-TEXTO
             STRING "LISTA DE VIGILANCIA: " WS-COINCIDENCIAS
                 " POSIBLES COINCIDENCIAS" DELIMITED BY SIZE
                 INTO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
           END-IF.
           MOVE "END" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           IF WS-COINCIDENCIAS > 0
             MOVE MSG-023 TO AUDIT-DETALLE
           END-IF.
           PERFORM GRABA-AUDITORIA.
           IF WS-COINCIDENCIAS > 0 OR WS-SIN-LISTA = "Y"
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

      *    Without a list the previous run's hits are left in
      *    LISTAEXC.DAT for compliance instead of being wiped.
           SONDEA-LISTA.
             MOVE SPACES TO WS-NOMBRE.
             MOVE SPACES TO WS-APELLIDOS.
             MOVE 0 TO WS-FECHA-NAC.
             CALL "LISTACHK" USING WS-NOMBRE WS-APELLIDOS WS-FECHA-NAC
                 WS-LISTA-RESULTADO WS-LISTA-REF WS-LISTA-PROGRAMA
                 WS-LISTA-MOTIVO.
             IF WS-LISTA-RESULTADO = "S"
               MOVE "Y" TO WS-SIN-LISTA
             END-IF.

           CRIBA-MAESTRO.
             OPEN OUTPUT LISTA-EXC-FILE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                   OR WS-SIN-LISTA = "Y"
                 READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                     MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                     IF CUST-ESTADO NOT = "F"
                         AND CUST-ESTADO NOT = "X"
                       PERFORM CRIBA-CLIENTE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             ELSE
               DISPLAY "SIN MAESTRO DE CLIENTES QUE CRIBAR (STATUS "
                   WS-CUST-STATUS ")."
             END-IF.
             CLOSE LISTA-EXC-FILE.

           CARGA-LIBERADOS.
             OPEN INPUT LISTA-DEC-FILE.
             IF WS-LDEC-STATUS = "00"
               PERFORM UNTIL WS-LDEC-STATUS = "10"
                 READ LISTA-DEC-FILE
                   AT END
                     MOVE "10" TO WS-LDEC-STATUS
                   NOT AT END
                     IF LDEC-DECISION = "LIBERADO"
                         AND LDEC-CUST-ID NOT = 0
                       PERFORM GUARDA-LIBERADO
                     END-IF
                 END-READ
               END-PERFORM
             END-IF.
             IF WS-LDEC-STATUS = "10" OR WS-LDEC-STATUS = "00"
                 OR WS-LDEC-STATUS = "05"
               CLOSE LISTA-DEC-FILE
             END-IF.

      *    Past the table's end a cleared pair is simply raised
      *    again: a repeated review is the safe side to fail on.
           GUARDA-LIBERADO.
             IF WS-LIB-TOTAL < 2000
               ADD 1 TO WS-LIB-TOTAL
               MOVE LDEC-CUST-ID TO WS-LIB-CUST-ID(WS-LIB-TOTAL)
               MOVE LDEC-REFERENCIA TO WS-LIB-REFERENCIA(WS-LIB-TOTAL)
             END-IF.

           CRIBA-CLIENTE.
             MOVE CUST-NOMBRE TO WS-NOMBRE.
             MOVE CUST-APELLIDOS TO WS-APELLIDOS.
             MOVE CUST-FECHA-NAC TO WS-FECHA-NAC.
             CALL "LISTACHK" USING WS-NOMBRE WS-APELLIDOS WS-FECHA-NAC
                 WS-LISTA-RESULTADO WS-LISTA-REF WS-LISTA-PROGRAMA
                 WS-LISTA-MOTIVO.
             EVALUATE WS-LISTA-RESULTADO
               WHEN "S"
                 MOVE "Y" TO WS-SIN-LISTA
               WHEN "Y"
                 ADD 1 TO WS-CRIBADOS
                 PERFORM BUSCA-LIBERADO
                 IF WS-YA-LIBERADO = "Y"
                   ADD 1 TO WS-OMITIDAS
                 ELSE
                   PERFORM GRABA-COINCIDENCIA
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-CRIBADOS
             END-EVALUATE.

           BUSCA-LIBERADO.
             MOVE "N" TO WS-YA-LIBERADO.
             PERFORM VARYING WS-LIB-IDX FROM 1 BY 1
                 UNTIL WS-LIB-IDX > WS-LIB-TOTAL
                     OR WS-YA-LIBERADO = "Y"
               IF WS-LIB-CUST-ID(WS-LIB-IDX) = CUST-ID
                   AND WS-LIB-REFERENCIA(WS-LIB-IDX) = WS-LISTA-REF
                 MOVE "Y" TO WS-YA-LIBERADO
               END-IF
             END-PERFORM.

           GRABA-COINCIDENCIA.
             MOVE WS-FECHA-NEGOCIO TO LEXC-FECHA.
             MOVE CUST-ID TO LEXC-CUST-ID.
             MOVE CUST-NOMBRE TO LEXC-NOMBRE.
             MOVE CUST-APELLIDOS TO LEXC-APELLIDOS.
             MOVE WS-FECHA-NAC TO LEXC-FECHA-NAC.
             MOVE WS-LISTA-REF TO LEXC-REFERENCIA.
             MOVE WS-LISTA-PROGRAMA TO LEXC-PROGRAMA.
             MOVE WS-LISTA-MOTIVO TO LEXC-MOTIVO.
             WRITE LISTA-EXC-REG.
             ADD 1 TO WS-COINCIDENCIAS.
             DISPLAY "*** POSIBLE COINCIDENCIA: CLIENTE " LEXC-CUST-ID
                 " " FUNCTION TRIM(CUST-NOMBRE) " "
                 FUNCTION TRIM(CUST-APELLIDOS) " CON LA ENTRADA "
                 WS-LISTA-REF " (" WS-LISTA-MOTIVO ") ***".

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "LISTAREV" TO ALRT-PROGRAMA.
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
             MOVE "LISTAREV" TO AUDIT-PROGRAMA.
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
             MOVE "LISTAEXC" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "LISTAEXC" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "LISTAEXC" TO WS-LOCK-RECURSO.
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
             MOVE "LISTAEXC.DAT" TO WS-ARCH-LISTAEXC.
             CALL "ENVNAME" USING WS-ARCH-LISTAEXC WS-AMBIENTE.
             MOVE "LISTADEC.DAT" TO WS-ARCH-LISTADEC.
             CALL "ENVNAME" USING WS-ARCH-LISTADEC WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM LISTAREV.
