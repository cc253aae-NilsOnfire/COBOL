      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reprint on demand of a statement or dunning letter
      *          from the document archive (DOCARCH.DAT): the lines
      *          are copied to REIMPRES.DAT exactly as they were
      *          printed, between two lines marking the copy as a
      *          DUPLICADO with the date it was reprinted, so a
      *          customer who never received last March's statement
      *          or a second reminder gets precisely what was sent.
      *          The document is chosen by customer, type ("E"
      *          statement, "C" letter), date, run-id and time, as
      *          INQUIRY lists them; run-id and time zero take the
      *          last document of that type and date. The choice is
      *          read from REIMPARM.DAT when present or asked at the
      *          console. Like every print run it leaves a batch
      *          control sheet for the mailroom, in REIMHOJA.DAT.
      *          A customer anonymised on an erasure request gets no
      *          reprint: the run refuses with RETURN-CODE 8.
      *          One whose address came back undeliverable (CUST-
      *          DIR-INVALIDA, keyed through CORRDEV) still gets the
      *          duplicate, with a warning that it should not go by
      *          post until CUSTMAINT corrects the address.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCREIMP.
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
           SELECT OPTIONAL REIM-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-REIMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL DOC-ARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DOCARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-ARCH-CLAVE
               FILE STATUS IS WS-DOC-STATUS.
           SELECT REIM-REPORT ASSIGN TO DYNAMIC WS-ARCH-REIMPRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT REIM-HOJA-FILE ASSIGN TO DYNAMIC WS-ARCH-REIMHOJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOJA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

      *One record: the document to reprint.
       FD  REIM-PARM-FILE.
       01  REIM-PARM-REG.
           05  REIM-PARM-CUST-ID PIC 9(6).
           05  REIM-PARM-TIPO PIC X.
           05  REIM-PARM-FECHA PIC 9(8).
           05  REIM-PARM-RUN-ID PIC 9(6).
           05  REIM-PARM-HORA PIC 9(8).

       FD  DOC-ARCH-FILE.
           COPY "DOCARCH.cpy".

       FD  REIM-REPORT.
       01  REIM-LINEA PIC X(100).

       FD  REIM-HOJA-FILE.
       01  REIM-HOJA-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-REIMPARM PIC X(30).
       01  WS-ARCH-DOCARCH PIC X(30).
       01  WS-ARCH-REIMPRES PIC X(30).
       01  WS-ARCH-REIMHOJA PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-DOC-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-HOJA-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HORA-ACTUAL PIC 9(8).
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
      *    What was asked for.
       01  WS-PED-CLIENTE PIC 9(6) VALUE 0.
       01  WS-PED-TIPO PIC X VALUE SPACE.
       01  WS-PED-FECHA PIC 9(8) VALUE 0.
       01  WS-PED-RUN-ID PIC 9(6) VALUE 0.
       01  WS-PED-HORA PIC 9(8) VALUE 0.
      *    The document found: the last one matching.
       01  WS-DOC-HALLADO PIC X VALUE "N".
       01  WS-DOC-RUN-ID PIC 9(6).
       01  WS-DOC-HORA PIC 9(8).
       01  WS-DOC-DESCRIPCION PIC X(17).
       01  WS-LINEAS PIC 9(4) VALUE 0.
       01  WS-PAGINAS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           ACCEPT WS-HORA-ACTUAL FROM TIME.
           PERFORM CARGA-PARAMETROS.
           IF WS-PED-TIPO NOT = "E" AND WS-PED-TIPO NOT = "C"
             DISPLAY "*** TIPO DE DOCUMENTO INVALIDO (E EXTRACTO,"
                 " C CARTA DE RECLAMO). ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VERIFICA-ANONIMIZADO.
           PERFORM BUSCA-DOCUMENTO.
           IF WS-DOC-HALLADO = "N"
             DISPLAY "NO HAY DOCUMENTO " WS-PED-TIPO " DEL "
                 WS-PED-FECHA " PARA EL CLIENTE " WS-PED-CLIENTE
                 " EN EL ARCHIVO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT REIM-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR REIMPRES.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-DUPLICADO.
           CLOSE REIM-REPORT.
           PERFORM ESCRIBE-HOJA.
           DISPLAY "DUPLICADO IMPRESO EN REIMPRES.DAT: " WS-LINEAS
               " LINEAS, " WS-PAGINAS " PAGINA(S).".
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT REIM-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ REIM-PARM-FILE
                 NOT AT END
                   MOVE REIM-PARM-CUST-ID TO WS-PED-CLIENTE
                   MOVE REIM-PARM-TIPO TO WS-PED-TIPO
                   MOVE REIM-PARM-FECHA TO WS-PED-FECHA
                   IF REIM-PARM-RUN-ID IS NUMERIC
                     MOVE REIM-PARM-RUN-ID TO WS-PED-RUN-ID
                   END-IF
                   IF REIM-PARM-HORA IS NUMERIC
                     MOVE REIM-PARM-HORA TO WS-PED-HORA
                   END-IF
               END-READ
               CLOSE REIM-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE REIM-PARM-FILE
               END-IF
               DISPLAY "ENTORNO: " WS-AMBIENTE
               DISPLAY "NUMERO DEL CLIENTE (CON DIGITO DE CONTROL SI"
                   " SU DOCUMENTO LO TRAE): "
               MOVE SPACES TO WS-ID-ENTRADA
               ACCEPT WS-ID-ENTRADA
               CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-PED-CLIENTE
                   WS-ID-VERDICTO
               IF WS-ID-VERDICTO = "N"
                 DISPLAY "*** NUMERO DE CLIENTE INVALIDO (DIGITO DE"
                     " CONTROL). ***"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               DISPLAY "TIPO (E EXTRACTO, C CARTA DE RECLAMO): "
               ACCEPT WS-PED-TIPO
               DISPLAY "FECHA DEL DOCUMENTO (YYYYMMDD): "
               ACCEPT WS-PED-FECHA
               DISPLAY "RUN-ID (0 = EL ULTIMO DE ESA FECHA): "
               ACCEPT WS-PED-RUN-ID
               DISPLAY "HORA (0 = LA ULTIMA DE ESA FECHA): "
               ACCEPT WS-PED-HORA
             END-IF.

      *    The archive keeps what was sent, personal data included;
      *    an erased customer's documents are held for the auditors,
      *    never printed again.
           VERIFICA-ANONIMIZADO.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               MOVE WS-PED-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF CUST-ESTADO = "X"
                     DISPLAY "*** CLIENTE " WS-PED-CLIENTE
                         " ANONIMIZADO: NO SE REIMPRIMEN SUS"
                         " DOCUMENTOS. ***"
                     CLOSE CUSTOMER-MASTER
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   IF CUST-DIR-INVALIDA = "Y"
                     DISPLAY "*** AVISO: CORREO DEL CLIENTE "
                         WS-PED-CLIENTE " DEVUELTO: NO ENVIAR EL"
                         " DUPLICADO POR CORREO HASTA CORREGIR LA"
                         " DIRECCION. ***"
                   END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    The key runs customer, type, date, run-id, time, line: a
      *    START at the date reads that day's documents in order and
      *    the last one matching is kept.
           BUSCA-DOCUMENTO.
             OPEN INPUT DOC-ARCH-FILE.
             IF WS-DOC-STATUS = "00"
               MOVE WS-PED-CLIENTE TO DOC-CUST-ID
               MOVE WS-PED-TIPO TO DOC-TIPO
               MOVE WS-PED-FECHA TO DOC-FECHA
               MOVE 0 TO DOC-RUN-ID
               MOVE 0 TO DOC-HORA
               MOVE 0 TO DOC-LINEA
               START DOC-ARCH-FILE KEY NOT LESS THAN DOC-ARCH-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-DOC-STATUS
               END-START
               PERFORM UNTIL WS-DOC-STATUS NOT = "00"
                 READ DOC-ARCH-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-DOC-STATUS
                   NOT AT END
                     IF DOC-CUST-ID = WS-PED-CLIENTE
                         AND DOC-TIPO = WS-PED-TIPO
                         AND DOC-FECHA = WS-PED-FECHA
                       IF DOC-LINEA = 1
                           AND (WS-PED-RUN-ID = 0
                               OR DOC-RUN-ID = WS-PED-RUN-ID)
                           AND (WS-PED-HORA = 0
                               OR DOC-HORA = WS-PED-HORA)
                         MOVE "Y" TO WS-DOC-HALLADO
                         MOVE DOC-RUN-ID TO WS-DOC-RUN-ID
                         MOVE DOC-HORA TO WS-DOC-HORA
                       END-IF
                     ELSE
                       MOVE "10" TO WS-DOC-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DOC-ARCH-FILE
             ELSE
               IF WS-DOC-STATUS = "05"
                 CLOSE DOC-ARCH-FILE
               END-IF
             END-IF.

           IMPRIME-DUPLICADO.
             IF WS-PED-TIPO = "E"
               MOVE "EXTRACTO" TO WS-DOC-DESCRIPCION
             ELSE
               MOVE "CARTA DE RECLAMO" TO WS-DOC-DESCRIPCION
             END-IF.
             MOVE SPACES TO REIM-LINEA.
             STRING "*** DUPLICADO *** " WS-DOC-DESCRIPCION " DEL "
                 WS-PED-FECHA " REIMPRESO EL " WS-FECHA-NEGOCIO
                 DELIMITED BY SIZE INTO REIM-LINEA.
             WRITE REIM-LINEA.
             OPEN INPUT DOC-ARCH-FILE.
             MOVE WS-PED-CLIENTE TO DOC-CUST-ID.
             MOVE WS-PED-TIPO TO DOC-TIPO.
             MOVE WS-PED-FECHA TO DOC-FECHA.
             MOVE WS-DOC-RUN-ID TO DOC-RUN-ID.
             MOVE WS-DOC-HORA TO DOC-HORA.
             MOVE 1 TO DOC-LINEA.
             START DOC-ARCH-FILE KEY NOT LESS THAN DOC-ARCH-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-DOC-STATUS
             END-START.
             PERFORM UNTIL WS-DOC-STATUS NOT = "00"
               READ DOC-ARCH-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-DOC-STATUS
                 NOT AT END
                   IF DOC-CUST-ID = WS-PED-CLIENTE
                       AND DOC-TIPO = WS-PED-TIPO
                       AND DOC-FECHA = WS-PED-FECHA
                       AND DOC-RUN-ID = WS-DOC-RUN-ID
                       AND DOC-HORA = WS-DOC-HORA
                     WRITE REIM-LINEA FROM DOC-TEXTO
                     ADD 1 TO WS-LINEAS
                   ELSE
                     MOVE "10" TO WS-DOC-STATUS
                   END-IF
               END-READ
             END-PERFORM.
             CLOSE DOC-ARCH-FILE.
             MOVE SPACES TO REIM-LINEA.
             STRING "*** DUPLICADO *** RUN-ID " WS-DOC-RUN-ID
                 " HORA " WS-DOC-HORA
                 DELIMITED BY SIZE INTO REIM-LINEA.
             WRITE REIM-LINEA.
             COMPUTE WS-PAGINAS = (WS-LINEAS + 2 + 59) / 60.

      *    Same sheet DOCARCH writes for a print run, for a batch of
      *    one.
           ESCRIBE-HOJA.
             OPEN OUTPUT REIM-HOJA-FILE.
             IF WS-HOJA-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR REIMHOJA.DAT"
                   " (STATUS " WS-HOJA-STATUS ") ***"
               MOVE 16 TO RETURN-CODE
             ELSE
               MOVE SPACES TO REIM-HOJA-LINEA
               STRING "HOJA DE CONTROL DE LOTE - DUPLICADOS"
                   DELIMITED BY SIZE INTO REIM-HOJA-LINEA
               WRITE REIM-HOJA-LINEA
               MOVE SPACES TO REIM-HOJA-LINEA
               STRING "IMPRESO    : REIMPRES.DAT"
                   DELIMITED BY SIZE INTO REIM-HOJA-LINEA
               WRITE REIM-HOJA-LINEA
               MOVE SPACES TO REIM-HOJA-LINEA
               STRING "FECHA      : " WS-FECHA-NEGOCIO "  HORA: "
                   WS-HORA-ACTUAL
                   DELIMITED BY SIZE INTO REIM-HOJA-LINEA
               WRITE REIM-HOJA-LINEA
               MOVE SPACES TO REIM-HOJA-LINEA
               STRING "DOCUMENTOS : 1  (" WS-DOC-DESCRIPCION " DEL "
                   WS-PED-FECHA " CLIENTE " WS-PED-CLIENTE ")"
                   DELIMITED BY SIZE INTO REIM-HOJA-LINEA
               WRITE REIM-HOJA-LINEA
               MOVE SPACES TO REIM-HOJA-LINEA
               STRING "PAGINAS    : " WS-PAGINAS
                   "  (60 LINEAS POR PAGINA)"
                   DELIMITED BY SIZE INTO REIM-HOJA-LINEA
               WRITE REIM-HOJA-LINEA
               CLOSE REIM-HOJA-FILE
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "REIMPARM.DAT" TO WS-ARCH-REIMPARM.
             CALL "ENVNAME" USING WS-ARCH-REIMPARM WS-AMBIENTE.
             MOVE "DOCARCH.DAT" TO WS-ARCH-DOCARCH.
             CALL "ENVNAME" USING WS-ARCH-DOCARCH WS-AMBIENTE.
             MOVE "REIMPRES.DAT" TO WS-ARCH-REIMPRES.
             CALL "ENVNAME" USING WS-ARCH-REIMPRES WS-AMBIENTE.
             MOVE "REIMHOJA.DAT" TO WS-ARCH-REIMHOJA.
             CALL "ENVNAME" USING WS-ARCH-REIMHOJA WS-AMBIENTE.

       END PROGRAM DOCREIMP.
