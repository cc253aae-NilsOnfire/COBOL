      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable e-delivery extract writer shared by CUSTSTMT
      *          and DUNNING, for customers whose CUST-ENTREGA asks
      *          for electronic delivery. The print run CALLs it with
      *          "A" before the first document (it takes the EDELEXTR
      *          or EDELCART lock, refuses if the previous extract
      *          still has its ready trigger on disk, opens the
      *          extract and writes the CABECERA), with "L" for every
      *          line of an electronic document (a change of customer
      *          starts the next document) and with "C" at the end,
      *          when the COLA is written, the extract closed and --
      *          if it carried any document -- the .RDY trigger
      *          dropped for the mail gateway's pickup. Shaped like
      *          DOCARCH so the two writers are driven the same way.
      *          LK-RESULTADO "N" means the extract could not be
      *          written; "P" means the previous extract has not been
      *          collected and must not be overwritten (its documents
      *          would be lost): the caller must not go on either way.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDELIV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDEL-FILE ASSIGN TO DYNAMIC WS-ARCH-EDEL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDEL-STATUS.
           SELECT OPTIONAL FEED-TRIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TRIGGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDEL-FILE.
           COPY "EDELIV.cpy".

       FD  FEED-TRIG-FILE.
           COPY "FEEDTRIG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-EDEL PIC X(30).
       01  WS-ARCH-TRIGGER PIC X(30).
       01  WS-EDEL-STATUS PIC XX.
       01  WS-TRIG-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "EDELIV".
       01  WS-ABIERTO PIC X VALUE "N".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-PENDIENTE PIC X VALUE "N".
      *    The extract being written.
       01  WS-TIPO PIC X.
       01  WS-FECHA PIC 9(8).
       01  WS-CLIENTE-DOC PIC 9(6).
       01  WS-LINEAS-DOC PIC 9(4).
       01  WS-DOCUMENTOS PIC 9(7).
       01  WS-LINEAS PIC 9(9).
       01  WS-HASH-CUST PIC 9(12).
       01  WS-NOMBRE-EXTRACTO PIC X(12).

       LINKAGE SECTION.
       01  LK-ACCION PIC X.
       01  LK-TIPO PIC X.
       01  LK-CUST-ID PIC 9(6).
       01  LK-EMAIL PIC X(40).
       01  LK-TEXTO PIC X(100).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-ACCION LK-TIPO LK-CUST-ID
           LK-EMAIL LK-TEXTO LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "Y" TO LK-RESULTADO.
           EVALUATE LK-ACCION
             WHEN "A"
               PERFORM ABRE-EXTRACTO
             WHEN "L"
               PERFORM GRABA-LINEA
             WHEN "C"
               PERFORM CIERRA-EXTRACTO
           END-EVALUATE.
           IF WS-HUBO-ERROR = "Y"
             MOVE "N" TO LK-RESULTADO
           END-IF.
           IF WS-PENDIENTE = "Y"
             MOVE "P" TO LK-RESULTADO
           END-IF.
           GOBACK.

           ABRE-EXTRACTO.
             MOVE "N" TO WS-HUBO-ERROR.
             MOVE "N" TO WS-PENDIENTE.
             MOVE LK-TIPO TO WS-TIPO.
             MOVE 0 TO WS-CLIENTE-DOC.
             MOVE 0 TO WS-LINEAS-DOC.
             MOVE 0 TO WS-DOCUMENTOS.
             MOVE 0 TO WS-LINEAS.
             MOVE 0 TO WS-HASH-CUST.
             PERFORM RESUELVE-ARCHIVOS.
             CALL "BUSDATE" USING WS-FECHA.
             MOVE "A" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
             IF WS-LOCK-RESULTADO NOT = "Y"
               DISPLAY "*** ERROR: EXTRACTO ELECTRONICO "
                   WS-NOMBRE-EXTRACTO " BLOQUEADO ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM VERIFICA-TRIGGER-ANTERIOR
               IF WS-PENDIENTE = "Y"
                 PERFORM SUELTA-CERROJO
               ELSE
                 OPEN OUTPUT EDEL-FILE
                 IF WS-EDEL-STATUS NOT = "00"
                   DISPLAY "*** ERROR: NO SE PUDO ABRIR "
                       WS-NOMBRE-EXTRACTO " (STATUS " WS-EDEL-STATUS
                       ") ***"
                   MOVE "Y" TO WS-HUBO-ERROR
                   PERFORM SUELTA-CERROJO
                 ELSE
                   MOVE "Y" TO WS-ABIERTO
                   INITIALIZE EDEL-REG
                   MOVE "CABECERA" TO EDEL-TIPO
                   MOVE WS-TIPO TO EDEL-DOC-TIPO
                   MOVE WS-FECHA TO EDEL-FECHA
                   WRITE EDEL-REG
                 END-IF
               END-IF
             END-IF.

      *    Any trigger on disk, even today's, is an extract the
      *    gateway has not collected: its documents are already
      *    counted as sent (dunning levels advanced), so the file
      *    must not be overwritten.
           VERIFICA-TRIGGER-ANTERIOR.
             OPEN INPUT FEED-TRIG-FILE.
             IF WS-TRIG-STATUS = "00"
               READ FEED-TRIG-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   DISPLAY "*** EL EXTRACTO ELECTRONICO DEL "
                       TRIG-FECHA " SIGUE SIN RECOGER ("
                       WS-NOMBRE-EXTRACTO " CON TRIGGER PRESENTE)."
                       " NO SE SOBREESCRIBE: CONFIRME CON LA PASARELA"
                       " DE CORREO Y RETIRE EL TRIGGER. ***"
                   MOVE "Y" TO WS-PENDIENTE
               END-READ
               CLOSE FEED-TRIG-FILE
             ELSE
               IF WS-TRIG-STATUS = "05"
                 CLOSE FEED-TRIG-FILE
               END-IF
             END-IF.

           GRABA-LINEA.
             IF WS-ABIERTO = "Y" AND WS-HUBO-ERROR = "N"
               IF LK-CUST-ID NOT = WS-CLIENTE-DOC
                   OR WS-LINEAS-DOC = 0
                 MOVE LK-CUST-ID TO WS-CLIENTE-DOC
                 MOVE 0 TO WS-LINEAS-DOC
                 ADD 1 TO WS-DOCUMENTOS
                 ADD LK-CUST-ID TO WS-HASH-CUST
               END-IF
               IF WS-LINEAS-DOC = 9999
                 DISPLAY "*** ERROR: DOCUMENTO ELECTRONICO DEL CLIENTE "
                     LK-CUST-ID " CON MAS DE 9999 LINEAS ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               ELSE
                 ADD 1 TO WS-LINEAS-DOC
                 ADD 1 TO WS-LINEAS
                 INITIALIZE EDEL-REG
                 MOVE "LINEA" TO EDEL-TIPO
                 MOVE WS-TIPO TO EDEL-DOC-TIPO
                 MOVE WS-FECHA TO EDEL-FECHA
                 MOVE LK-CUST-ID TO EDEL-CUST-ID
                 MOVE LK-EMAIL TO EDEL-EMAIL
                 MOVE WS-LINEAS-DOC TO EDEL-LINEA
                 MOVE LK-TEXTO TO EDEL-TEXTO
                 WRITE EDEL-REG
                 IF WS-EDEL-STATUS NOT = "00"
                   DISPLAY "*** ERROR: NO SE PUDO GRABAR "
                       WS-NOMBRE-EXTRACTO " (STATUS " WS-EDEL-STATUS
                       ") ***"
                   MOVE "Y" TO WS-HUBO-ERROR
                 END-IF
               END-IF
             END-IF.

      *    A run that failed part-way leaves the extract without its
      *    trigger: the gateway never sees a half-written batch.
           CIERRA-EXTRACTO.
             IF WS-ABIERTO = "Y"
               INITIALIZE EDEL-REG
               MOVE "COLA" TO EDEL-TIPO
               MOVE WS-TIPO TO EDEL-DOC-TIPO
               MOVE WS-FECHA TO EDEL-FECHA
               MOVE WS-DOCUMENTOS TO EDEL-DOCUMENTOS
               MOVE WS-LINEAS TO EDEL-REGISTROS
               MOVE WS-HASH-CUST TO EDEL-HASH-CUST
               WRITE EDEL-REG
               CLOSE EDEL-FILE
               MOVE "N" TO WS-ABIERTO
               IF WS-HUBO-ERROR = "N" AND WS-DOCUMENTOS > 0
                 PERFORM ESCRIBE-TRIGGER
               END-IF
               PERFORM SUELTA-CERROJO
               DISPLAY "ENVIO ELECTRONICO (" WS-NOMBRE-EXTRACTO "): "
                   WS-DOCUMENTOS " DOCUMENTOS, " WS-LINEAS " LINEAS."
             END-IF.

           ESCRIBE-TRIGGER.
             OPEN OUTPUT FEED-TRIG-FILE.
             MOVE WS-FECHA TO TRIG-FECHA.
             MOVE WS-DOCUMENTOS TO TRIG-REGISTROS.
             MOVE WS-LINEAS TO TRIG-TOTAL.
             WRITE FEED-TRIG-REG.
             CLOSE FEED-TRIG-FILE.
             DISPLAY "TRIGGER DE RECOGIDA ESCRITO PARA "
                 WS-NOMBRE-EXTRACTO ".".

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           RESUELVE-ARCHIVOS.
             IF WS-TIPO = "E"
               MOVE "EDELEXTR" TO WS-LOCK-RECURSO
               MOVE "EDELEXTR.DAT" TO WS-NOMBRE-EXTRACTO
               MOVE "EDELEXTR.RDY" TO WS-ARCH-TRIGGER
             ELSE
               MOVE "EDELCART" TO WS-LOCK-RECURSO
               MOVE "EDELCART.DAT" TO WS-NOMBRE-EXTRACTO
               MOVE "EDELCART.RDY" TO WS-ARCH-TRIGGER
             END-IF.
             MOVE WS-NOMBRE-EXTRACTO TO WS-ARCH-EDEL.
             CALL "ENVNAME" USING WS-ARCH-EDEL WS-AMBIENTE.
             CALL "ENVNAME" USING WS-ARCH-TRIGGER WS-AMBIENTE.

       END PROGRAM EDELIV.
