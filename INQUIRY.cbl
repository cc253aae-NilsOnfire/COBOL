      *          NUMERO, across every retained TABLA generation) and
      *          PERFORM-TIMES100 sequence numbers (by date range
      *          and/or NUMERO range, across every retained SEQCTRL
      *          generation), and the statements and dunning letters
      *          mailed to a customer (DOCARCH.DAT), with the key
      *          DOCREIMP needs to print a duplicate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL DOC-ARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DOCARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-ARCH-CLAVE
               FILE STATUS IS WS-DOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TABLA-GEN-REGISTRY.
       FD  BAL-SNAP-FILE.
           COPY "BALSNAP.cpy".

       FD  DOC-ARCH-FILE.
           COPY "DOCARCH.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-NOMBRE-NULO PIC X(30) VALUE SPACES.
       01  WS-SNAP-SALDO-HALLADO PIC S9(11)V99.
       01  WS-SNAP-MOVS-HALLADOS PIC 9(7).
       01  WS-EDIT-SALDO PIC -(10)9.99.
       01  WS-ARCH-DOCARCH PIC X(30).
       01  WS-DOC-STATUS PIC XX.
       01  WS-DOC-ACTUAL.
           05  WS-DOC-TIPO PIC X.
           05  WS-DOC-FECHA PIC 9(8).
           05  WS-DOC-RUN-ID PIC 9(6).
           05  WS-DOC-HORA PIC 9(8).
       01  WS-DOC-LINEAS PIC 9(4).
       01  WS-DOC-PAGINAS PIC 9(4).
       01  WS-DOC-DESCRIPCION PIC X(17).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             DISPLAY "5. CLIENTES POR APELLIDOS".
             DISPLAY "6. VERSIONES DE LA TABLA DE TARIFAS".
             DISPLAY "7. SALDO DE CLIENTE A FECHA (SNAPSHOTS)".
             DISPLAY "8. DOCUMENTOS ENVIADOS A UN CLIENTE".
             DISPLAY "S. SALIR".
             DISPLAY "========================================".
             DISPLAY "SELECCIONE UNA OPCION: ".
               WHEN "7"
                 PERFORM CONSULTA-SALDO-A-FECHA
                     THRU CONSULTA-SALDO-A-FECHA-FIN
               WHEN "8"
                 PERFORM CONSULTA-DOCUMENTOS
                     THRU CONSULTA-DOCUMENTOS-FIN
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
                       DISPLAY "  DESPUES: " HIST-NUE-NOMBRE " "
                           HIST-NUE-APELLIDOS " " HIST-NUE-FECHA-NAC
                           " " HIST-NUE-ESTADO
                       IF HIST-APROBADOR NOT = SPACES
                         DISPLAY "  APROBADO POR: " HIST-APROBADOR
                       END-IF
                     ELSE
                       MOVE "10" TO WS-HIST-STATUS
                     END-IF
           CONSULTA-SALDO-A-FECHA-FIN.
             EXIT.

      *    One line per document: the archive holds one record per
      *    printed line, so a change in the key above the line number
      *    is the next document. Pages at 60 lines, as DOCARCH counts
      *    them for the mailroom.
           CONSULTA-DOCUMENTOS.
             PERFORM PIDE-NUMERO-CLIENTE.
             IF WS-ID-VERDICTO = "N"
               DISPLAY "NUMERO DE CLIENTE INVALIDO (DIGITO DE"
                   " CONTROL)."
               GO TO CONSULTA-DOCUMENTOS-FIN
             END-IF.
             MOVE 0 TO WS-ENCONTRADOS.
             MOVE 0 TO WS-DOC-LINEAS.
             OPEN INPUT DOC-ARCH-FILE.
             IF WS-DOC-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE DOCUMENTOS (STATUS "
                   WS-DOC-STATUS ")."
               IF WS-DOC-STATUS = "05"
                 CLOSE DOC-ARCH-FILE
               END-IF
               GO TO CONSULTA-DOCUMENTOS-FIN
             END-IF.
             MOVE WS-BUSCA-CLIENTE TO DOC-CUST-ID.
             MOVE LOW-VALUES TO DOC-TIPO.
             MOVE 0 TO DOC-FECHA.
             MOVE 0 TO DOC-RUN-ID.
             MOVE 0 TO DOC-HORA.
             MOVE 0 TO DOC-LINEA.
             START DOC-ARCH-FILE KEY NOT LESS THAN DOC-ARCH-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-DOC-STATUS
             END-START.
             PERFORM UNTIL WS-DOC-STATUS NOT = "00"
               READ DOC-ARCH-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-DOC-STATUS
                 NOT AT END
                   IF DOC-CUST-ID = WS-BUSCA-CLIENTE
                     IF DOC-LINEA = 1 AND WS-DOC-LINEAS > 0
                       PERFORM MUESTRA-DOCUMENTO
                     END-IF
                     IF DOC-LINEA = 1
                       MOVE DOC-TIPO TO WS-DOC-TIPO
                       MOVE DOC-FECHA TO WS-DOC-FECHA
                       MOVE DOC-RUN-ID TO WS-DOC-RUN-ID
                       MOVE DOC-HORA TO WS-DOC-HORA
                     END-IF
                     MOVE DOC-LINEA TO WS-DOC-LINEAS
                   ELSE
                     MOVE "10" TO WS-DOC-STATUS
                   END-IF
               END-READ
             END-PERFORM.
             CLOSE DOC-ARCH-FILE.
             IF WS-DOC-LINEAS > 0
               PERFORM MUESTRA-DOCUMENTO
             END-IF.
             IF WS-ENCONTRADOS = 0
               DISPLAY "SIN DOCUMENTOS ARCHIVADOS PARA EL CLIENTE "
                   WS-BUSCA-CLIENTE
             ELSE
               DISPLAY WS-ENCONTRADOS " DOCUMENTO(S). DOCREIMP"
                   " IMPRIME UN DUPLICADO CON TIPO, FECHA, RUN-ID"
                   " Y HORA."
             END-IF.

           CONSULTA-DOCUMENTOS-FIN.
             EXIT.

           MUESTRA-DOCUMENTO.
             ADD 1 TO WS-ENCONTRADOS.
             IF WS-DOC-TIPO = "E"
               MOVE "EXTRACTO" TO WS-DOC-DESCRIPCION
             ELSE
               MOVE "CARTA DE RECLAMO" TO WS-DOC-DESCRIPCION
             END-IF.
             COMPUTE WS-DOC-PAGINAS = (WS-DOC-LINEAS + 59) / 60.
             DISPLAY WS-DOC-TIPO " " WS-DOC-DESCRIPCION " FECHA "
                 WS-DOC-FECHA " RUN-ID " WS-DOC-RUN-ID " HORA "
                 WS-DOC-HORA " LINEAS " WS-DOC-LINEAS " PAGINAS "
                 WS-DOC-PAGINAS.

           CONSULTA-SECUENCIA.
             DISPLAY "FECHA DESDE (YYYYMMDD, 0 = SIN LIMITE): ".
             ACCEPT WS-DESDE-FECHA.
             CALL "ENVNAME" USING WS-ARCH-CUSTHIST WS-AMBIENTE.
             MOVE "BALSNAP.DAT" TO WS-ARCH-BALSNAP.
             CALL "ENVNAME" USING WS-ARCH-BALSNAP WS-AMBIENTE.
             MOVE "DOCARCH.DAT" TO WS-ARCH-DOCARCH.
             CALL "ENVNAME" USING WS-ARCH-DOCARCH WS-AMBIENTE.

       END PROGRAM INQUIRY.
