      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable journal writer for the direct-debit mandate
      *          register, CUSTJRNL's twin: every program that writes
      *          MANDATOS.DAT (MANDMNT on the desk, DDDEVOL when it
      *          counts a returned collection) CALLs this with the
      *          before-image, the after-image, the operator and the
      *          action, and it appends the next history record for
      *          that CUST-ID to MANDHIST.DAT. A journal that cannot
      *          be written sets RETURN-CODE 16 so the caller never
      *          passes a mandate change silently unjournaled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAND-HIST-FILE ASSIGN TO DYNAMIC WS-ARCH-MANDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAND-HIST-FILE.
           COPY "MANDHIST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-MANDHIST PIC X(30).
       01  WS-HIST-STATUS PIC XX.
       01  WS-SECUENCIA PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LK-CUST-ID PIC 9(6).
       01  LK-ACCION PIC X(6).
       01  LK-OPERADOR PIC X(10).
       01  LK-IMAGEN-ANTES.
           05  LK-ANT-REFERENCIA   PIC X(35).
           05  LK-ANT-CUENTA       PIC X(34).
           05  LK-ANT-FECHA-FIRMA  PIC 9(8).
           05  LK-ANT-ESTADO       PIC X.
           05  LK-ANT-DEVOLUCIONES PIC 99.
       01  LK-IMAGEN-DESPUES.
           05  LK-NUE-REFERENCIA   PIC X(35).
           05  LK-NUE-CUENTA       PIC X(34).
           05  LK-NUE-FECHA-FIRMA  PIC 9(8).
           05  LK-NUE-ESTADO       PIC X.
           05  LK-NUE-DEVOLUCIONES PIC 99.

       PROCEDURE DIVISION USING LK-CUST-ID LK-ACCION LK-OPERADOR
           LK-IMAGEN-ANTES LK-IMAGEN-DESPUES.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           OPEN I-O MAND-HIST-FILE.
           IF WS-HIST-STATUS = "35"
             OPEN OUTPUT MAND-HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR EL DIARIO DE"
                 " MANDATOS (STATUS " WS-HIST-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM BUSCA-ULTIMA-SECUENCIA.
           PERFORM GRABA-HISTORIA.
           CLOSE MAND-HIST-FILE.
           GOBACK.

           BUSCA-ULTIMA-SECUENCIA.
             MOVE 0 TO WS-SECUENCIA.
             MOVE LK-CUST-ID TO MHIS-CUST-ID.
             MOVE 0 TO MHIS-SECUENCIA.
             START MAND-HIST-FILE KEY NOT LESS THAN MAND-HIST-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-HIST-STATUS
             END-START.
             PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ MAND-HIST-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-HIST-STATUS
                 NOT AT END
                   IF MHIS-CUST-ID = LK-CUST-ID
                     MOVE MHIS-SECUENCIA TO WS-SECUENCIA
                   ELSE
                     MOVE "10" TO WS-HIST-STATUS
                   END-IF
               END-READ
             END-PERFORM.
             MOVE "00" TO WS-HIST-STATUS.

           GRABA-HISTORIA.
             MOVE LK-CUST-ID TO MHIS-CUST-ID.
             ADD 1 TO WS-SECUENCIA.
             MOVE WS-SECUENCIA TO MHIS-SECUENCIA.
             CALL "BUSDATE" USING MHIS-FECHA.
             ACCEPT MHIS-HORA FROM TIME.
             MOVE LK-OPERADOR TO MHIS-OPERADOR.
             MOVE LK-ACCION TO MHIS-ACCION.
             MOVE LK-ANT-REFERENCIA TO MHIS-ANT-REFERENCIA.
             MOVE LK-ANT-CUENTA TO MHIS-ANT-CUENTA.
             MOVE LK-ANT-FECHA-FIRMA TO MHIS-ANT-FECHA-FIRMA.
             MOVE LK-ANT-ESTADO TO MHIS-ANT-ESTADO.
             MOVE LK-ANT-DEVOLUCIONES TO MHIS-ANT-DEVOLUCIONES.
             MOVE LK-NUE-REFERENCIA TO MHIS-NUE-REFERENCIA.
             MOVE LK-NUE-CUENTA TO MHIS-NUE-CUENTA.
             MOVE LK-NUE-FECHA-FIRMA TO MHIS-NUE-FECHA-FIRMA.
             MOVE LK-NUE-ESTADO TO MHIS-NUE-ESTADO.
             MOVE LK-NUE-DEVOLUCIONES TO MHIS-NUE-DEVOLUCIONES.
             WRITE MAND-HIST-REG
               INVALID KEY
                 DISPLAY "*** ERROR: NO SE PUDO GRABAR LA HISTORIA"
                     " DEL MANDATO DEL CLIENTE " LK-CUST-ID " ***"
                 MOVE 16 TO RETURN-CODE
             END-WRITE.


           RESUELVE-ARCHIVOS.
             MOVE "MANDHIST.DAT" TO WS-ARCH-MANDHIST.
             CALL "ENVNAME" USING WS-ARCH-MANDHIST WS-AMBIENTE.

       END PROGRAM MANDJRNL.
