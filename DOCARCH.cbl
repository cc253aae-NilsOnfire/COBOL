      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable document archive writer shared by CUSTSTMT
      *          and DUNNING. The print run CALLs it with "A" before
      *          the first document (it takes the DOCARCH lock, opens
      *          DOCARCH.DAT and stamps the business date, the chain
      *          run-id and the start time on the run), with "L" for
      *          every line it prints (the line is archived under the
      *          customer it belongs to; a change of customer starts
      *          the next document) and with "C" at the end, when the
      *          archive is closed and the run's batch control sheet
      *          for the mailroom -- documents, pages and lines -- is
      *          written to EXTRHOJA.DAT or DUNHOJA.DAT. Every
      *          document is archived whatever its channel, but only
      *          the ones that went to paper (LK-CANAL "P") count on
      *          the sheet; the e-delivery-only ones ("E") are shown
      *          as a separate count. Factored out like CUSTJRNL so
      *          the archive layout and the page count live in one
      *          place. LK-RESULTADO "N" means the archive could not
      *          be written: the caller must fail, since a document
      *          mailed but not archived cannot be reprinted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOC-ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-DOCARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-ARCH-CLAVE
               FILE STATUS IS WS-DOC-STATUS.
           SELECT DOC-HOJA-FILE ASSIGN TO DYNAMIC WS-ARCH-HOJA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOJA-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOC-ARCH-FILE.
           COPY "DOCARCH.cpy".

       FD  DOC-HOJA-FILE.
       01  DOC-HOJA-LINEA PIC X(100).

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-DOCARCH PIC X(30).
       01  WS-ARCH-HOJA PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-DOC-STATUS PIC XX.
       01  WS-HOJA-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "DOCARCH".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "DOCARCH".
       01  WS-ABIERTO PIC X VALUE "N".
       01  WS-HUBO-ERROR PIC X VALUE "N".
      *    The run being archived.
       01  WS-TIPO PIC X.
       01  WS-FECHA PIC 9(8).
       01  WS-RUN-ID PIC 9(6).
       01  WS-HORA PIC 9(8).
       01  WS-CLIENTE-DOC PIC 9(6).
       01  WS-LINEAS-DOC PIC 9(4).
      *    A page holds 60 printed lines; every document starts on a
      *    new page.
       01  WS-LINEAS-PAGINA PIC 99 VALUE 60.
       01  WS-PAGINAS-DOC PIC 9(4).
       01  WS-DOCUMENTOS PIC 9(7).
       01  WS-PAGINAS PIC 9(7).
       01  WS-LINEAS PIC 9(9).
       01  WS-PRIMER-CLIENTE PIC 9(6).
       01  WS-ULTIMO-CLIENTE PIC 9(6).
       01  WS-CANAL-DOC PIC X.
       01  WS-ELECTRONICOS PIC 9(7).
       01  WS-TITULO PIC X(30).
       01  WS-IMPRESO PIC X(12).

       LINKAGE SECTION.
       01  LK-ACCION PIC X.
       01  LK-TIPO PIC X.
       01  LK-CUST-ID PIC 9(6).
       01  LK-CANAL PIC X.
       01  LK-TEXTO PIC X(100).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-ACCION LK-TIPO LK-CUST-ID
           LK-CANAL LK-TEXTO LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "Y" TO LK-RESULTADO.
           EVALUATE LK-ACCION
             WHEN "A"
               PERFORM ABRE-LOTE
             WHEN "L"
               PERFORM GRABA-LINEA
             WHEN "C"
               PERFORM CIERRA-LOTE
           END-EVALUATE.
           IF WS-HUBO-ERROR = "Y"
             MOVE "N" TO LK-RESULTADO
           END-IF.
           GOBACK.

           ABRE-LOTE.
             MOVE "N" TO WS-HUBO-ERROR.
             MOVE LK-TIPO TO WS-TIPO.
             MOVE 0 TO WS-CLIENTE-DOC.
             MOVE 0 TO WS-LINEAS-DOC.
             MOVE 0 TO WS-DOCUMENTOS.
             MOVE 0 TO WS-PAGINAS.
             MOVE 0 TO WS-LINEAS.
             MOVE 0 TO WS-PRIMER-CLIENTE.
             MOVE 0 TO WS-ULTIMO-CLIENTE.
             MOVE 0 TO WS-ELECTRONICOS.
             PERFORM RESUELVE-ARCHIVOS.
             CALL "BUSDATE" USING WS-FECHA.
             ACCEPT WS-HORA FROM TIME.
             PERFORM CARGA-RUN-ID.
             MOVE "A" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
             IF WS-LOCK-RESULTADO NOT = "Y"
               DISPLAY "*** ERROR: ARCHIVO DE DOCUMENTOS BLOQUEADO ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               OPEN I-O DOC-ARCH-FILE
               IF WS-DOC-STATUS = "35"
                 OPEN OUTPUT DOC-ARCH-FILE
               END-IF
               IF WS-DOC-STATUS NOT = "00"
                 DISPLAY "*** ERROR: NO SE PUDO ABRIR DOCARCH.DAT"
                     " (STATUS " WS-DOC-STATUS ") ***"
                 MOVE "Y" TO WS-HUBO-ERROR
                 PERFORM SUELTA-CERROJO
               ELSE
                 MOVE "Y" TO WS-ABIERTO
               END-IF
             END-IF.

           GRABA-LINEA.
             IF WS-ABIERTO = "Y" AND WS-HUBO-ERROR = "N"
               IF LK-CUST-ID NOT = WS-CLIENTE-DOC
                   OR WS-LINEAS-DOC = 0
                 PERFORM CIERRA-DOCUMENTO
                 MOVE LK-CUST-ID TO WS-CLIENTE-DOC
                 MOVE LK-CANAL TO WS-CANAL-DOC
                 IF WS-CANAL-DOC = "E"
                   ADD 1 TO WS-ELECTRONICOS
                 ELSE
                   ADD 1 TO WS-DOCUMENTOS
                   IF WS-DOCUMENTOS = 1
                     MOVE LK-CUST-ID TO WS-PRIMER-CLIENTE
                   END-IF
                   MOVE LK-CUST-ID TO WS-ULTIMO-CLIENTE
                 END-IF
               END-IF
               IF WS-LINEAS-DOC = 9999
                 DISPLAY "*** ERROR: DOCUMENTO DEL CLIENTE "
                     LK-CUST-ID " CON MAS DE 9999 LINEAS ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               ELSE
                 ADD 1 TO WS-LINEAS-DOC
                 IF WS-CANAL-DOC NOT = "E"
                   ADD 1 TO WS-LINEAS
                 END-IF
                 MOVE LK-CUST-ID TO DOC-CUST-ID
                 MOVE WS-TIPO TO DOC-TIPO
                 MOVE WS-FECHA TO DOC-FECHA
                 MOVE WS-RUN-ID TO DOC-RUN-ID
                 MOVE WS-HORA TO DOC-HORA
                 MOVE WS-LINEAS-DOC TO DOC-LINEA
                 MOVE LK-TEXTO TO DOC-TEXTO
                 WRITE DOC-ARCH-REG
                   INVALID KEY
                     DISPLAY "*** ERROR: NO SE PUDO ARCHIVAR EL"
                         " DOCUMENTO DEL CLIENTE " LK-CUST-ID
                         " (STATUS " WS-DOC-STATUS ") ***"
                     MOVE "Y" TO WS-HUBO-ERROR
                 END-WRITE
               END-IF
             END-IF.

           CIERRA-DOCUMENTO.
             IF WS-LINEAS-DOC > 0 AND WS-CANAL-DOC NOT = "E"
               COMPUTE WS-PAGINAS-DOC =
                   (WS-LINEAS-DOC + WS-LINEAS-PAGINA - 1)
                   / WS-LINEAS-PAGINA
               ADD WS-PAGINAS-DOC TO WS-PAGINAS
             END-IF.
             MOVE 0 TO WS-LINEAS-DOC.

           CIERRA-LOTE.
             IF WS-ABIERTO = "Y"
               PERFORM CIERRA-DOCUMENTO
               CLOSE DOC-ARCH-FILE
               MOVE "N" TO WS-ABIERTO
               PERFORM SUELTA-CERROJO
               PERFORM ESCRIBE-HOJA
             END-IF.

      *    The sheet travels with the printed batch: the mailroom
      *    counts envelopes and pages against it before sealing.
           ESCRIBE-HOJA.
             IF WS-TIPO = "E"
               MOVE "EXTRACTOS DE CUENTA" TO WS-TITULO
               MOVE "EXTRACTO.DAT" TO WS-IMPRESO
             ELSE
               MOVE "CARTAS DE RECLAMO" TO WS-TITULO
               MOVE "DUNCARTA.DAT" TO WS-IMPRESO
             END-IF.
             OPEN OUTPUT DOC-HOJA-FILE.
             IF WS-HOJA-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR LA HOJA DE"
                   " CONTROL (STATUS " WS-HOJA-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "HOJA DE CONTROL DE LOTE - " WS-TITULO
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "IMPRESO    : " WS-IMPRESO
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "FECHA      : " WS-FECHA "  RUN-ID: " WS-RUN-ID
                   "  HORA: " WS-HORA
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "DOCUMENTOS : " WS-DOCUMENTOS
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "PAGINAS    : " WS-PAGINAS "  (" WS-LINEAS-PAGINA
                   " LINEAS POR PAGINA)"
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "LINEAS     : " WS-LINEAS
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               IF WS-DOCUMENTOS > 0
                 MOVE SPACES TO DOC-HOJA-LINEA
                 STRING "CLIENTES   : " WS-PRIMER-CLIENTE " A "
                     WS-ULTIMO-CLIENTE
                     DELIMITED BY SIZE INTO DOC-HOJA-LINEA
                 WRITE DOC-HOJA-LINEA
               END-IF
               MOVE SPACES TO DOC-HOJA-LINEA
               STRING "ELECTRONICOS (NO IMPRESOS): " WS-ELECTRONICOS
                   DELIMITED BY SIZE INTO DOC-HOJA-LINEA
               WRITE DOC-HOJA-LINEA
               CLOSE DOC-HOJA-FILE
               DISPLAY "HOJA DE CONTROL: " WS-DOCUMENTOS
                   " DOCUMENTOS, " WS-PAGINAS " PAGINAS."
             END-IF.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           CARGA-RUN-ID.
             MOVE 0 TO WS-RUN-ID.
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

           RESUELVE-ARCHIVOS.
             MOVE "DOCARCH.DAT" TO WS-ARCH-DOCARCH.
             CALL "ENVNAME" USING WS-ARCH-DOCARCH WS-AMBIENTE.
             IF WS-TIPO = "E"
               MOVE "EXTRHOJA.DAT" TO WS-ARCH-HOJA
             ELSE
               MOVE "DUNHOJA.DAT" TO WS-ARCH-HOJA
             END-IF.
             CALL "ENVNAME" USING WS-ARCH-HOJA WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM DOCARCH.
