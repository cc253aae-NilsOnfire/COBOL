      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable refresh of the exception work queue,
      *          COLAEXC.DAT, against the exception files themselves:
      *          PROVEEXC, SORTEXC, LIMITEXC, PURGEXC, INTGEXC, FXEXC
      *          and MEMOEXC (PROVEEXC shape), BILLEXC, CASHEXC, HREXC
      *          and FACTEXC (BILLEXC shape) and the CUSTSUSP.DAT
      *          suspense file.
      *          An exception not yet in the queue is added as
      *          pendiente, first seen on LK-FECHA (a suspense entry
      *          on its own date); one already there keeps its
      *          number, first-seen date, assignment and state; an
      *          open item no longer in its source is marked resuelta
      *          on LK-FECHA. A source that exists but cannot be read
      *          leaves its items as they were. Resolved items are
      *          dropped 30 days after closing. The caller holds the
      *          "COLAEXC" lock. LK-RESULTADO "Y" when the queue was
      *          rewritten, "D" when it would not fit the 999-item
      *          table (left untouched rather than truncated).
      *          LK-NUEVAS, LK-RESUELTAS and LK-ABIERTAS count the
      *          items added, resolved and still open. Shared by
      *          COLATRAB and OPSRPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLAACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLA-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-COLAEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT OPTIONAL CLV-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CLVEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLV-STATUS.
           SELECT OPTIONAL EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-EXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL CUST-SUSP-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-EXC-FILE.
           COPY "COLAEXC.cpy".

      *    The exception files in the PROVEEXC shape, one at a time.
       FD  CLV-EXC-FILE.
           COPY "PURGEXC.cpy"
               REPLACING PURG-EXC-REG BY CLV-EXC-REG
                         PURG-EXC-ARCHIVO BY CLV-EXC-ARCHIVO
                         PURG-EXC-TIPO BY CLV-EXC-TIPO
                         PURG-EXC-CLAVE BY CLV-EXC-CLAVE.

      *    ... and those in the BILLEXC shape.
       FD  EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY EXC-REG
                         BILL-EXC-ARCHIVO BY EXC-ARCHIVO
                         BILL-EXC-TIPO BY EXC-TIPO
                         BILL-EXC-CLAVE BY EXC-CLAVE
                         BILL-EXC-MOTIVO BY EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY EXC-SECUENCIA.

       FD  CUST-SUSP-FILE.
           COPY "CUSTSUSP.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-COLAEXC PIC X(30).
       01  WS-ARCH-CLVEXC PIC X(30).
       01  WS-ARCH-EXC PIC X(30).
       01  WS-ARCH-CUSTSUSP PIC X(30).
       01  WS-COLA-STATUS PIC XX.
       01  WS-CLV-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-SUSP-STATUS PIC XX.
      *    Each source with the program that fixes its exceptions
      *    (spaces: the next run of its writer clears them).
       01  WS-CLV-FUENTES.
           05  FILLER PIC X(8) VALUE "PROVEEXC".
           05  FILLER PIC X(12) VALUE "PROVEFIX".
           05  FILLER PIC X(8) VALUE "SORTEXC".
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "LIMITEXC".
           05  FILLER PIC X(12) VALUE "LIMITREL".
           05  FILLER PIC X(8) VALUE "PURGEXC".
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "INTGEXC".
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "FXEXC".
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "MEMOEXC".
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-CLV-TABLA REDEFINES WS-CLV-FUENTES.
           05  WS-CLV-ENTRY OCCURS 7.
               10  WS-CLV-FUENTE PIC X(8).
               10  WS-CLV-PROGRAMA PIC X(12).
       01  WS-CLV-TOTAL PIC 9 VALUE 7.
       01  WS-EXC-FUENTES.
           05  FILLER PIC X(8) VALUE "BILLEXC".
           05  FILLER PIC X(12) VALUE "BILLFIX".
           05  FILLER PIC X(8) VALUE "CASHEXC".
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "HREXC".
           05  FILLER PIC X(12) VALUE SPACES.
           05  FILLER PIC X(8) VALUE "FACTEXC".
           05  FILLER PIC X(12) VALUE SPACES.
       01  WS-EXC-TABLA REDEFINES WS-EXC-FUENTES.
           05  WS-EXC-ENTRY OCCURS 4.
               10  WS-EXC-FUENTE PIC X(8).
               10  WS-EXC-PROGRAMA PIC X(12).
       01  WS-EXC-TOTAL PIC 9 VALUE 4.
       01  WS-ARCH-IDX PIC 9.
       01  WS-COLA.
           05  WS-COLA-ENTRY OCCURS 999.
               10  WS-CL-REG PIC X(139).
               10  WS-CL-VISTO PIC X.
       01  WS-CL-TOTAL PIC 9(4) VALUE 0.
       01  WS-CL-IDX PIC 9(4).
       01  WS-NUMERO-MAX PIC 9(6) VALUE 0.
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-HALLADO PIC X.
       01  WS-DIAS-CERRADA PIC S9(6).
      *    The item just read from a source, in COLA-IDENT order.
       01  WS-NUEVO-IDENT.
           05  WS-NI-FUENTE     PIC X(8).
           05  WS-NI-ARCHIVO    PIC X(12).
           05  WS-NI-TIPO       PIC X(9).
           05  WS-NI-CLAVE      PIC 9(6).
           05  WS-NI-REFERENCIA PIC X(16).
           05  WS-NI-REF-EXC REDEFINES WS-NI-REFERENCIA.
               10  WS-NI-MOTIVO-EXC PIC X(9).
               10  WS-NI-SECUENCIA  PIC 9(6).
               10  FILLER           PIC X.
           05  WS-NI-REF-SUSP REDEFINES WS-NI-REFERENCIA.
               10  WS-NI-SUSP-FECHA PIC 9(8).
               10  WS-NI-SUSP-HORA  PIC 9(8).
       01  WS-NI-DOMINIO PIC X(8).
       01  WS-NI-MOTIVO PIC X(9).
       01  WS-NI-PROGRAMA PIC X(12).
       01  WS-NI-PRIMERA PIC 9(8).

       LINKAGE SECTION.
       01  LK-FECHA PIC 9(8).
       01  LK-RESULTADO PIC X.
       01  LK-NUEVAS PIC 9(5).
       01  LK-RESUELTAS PIC 9(5).
       01  LK-ABIERTAS PIC 9(5).

       PROCEDURE DIVISION USING LK-FECHA LK-RESULTADO LK-NUEVAS
           LK-RESUELTAS LK-ABIERTAS.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-NUEVAS.
           MOVE 0 TO LK-RESUELTAS.
           MOVE 0 TO LK-ABIERTAS.
           MOVE "COLAEXC.DAT" TO WS-ARCH-COLAEXC.
           CALL "ENVNAME" USING WS-ARCH-COLAEXC WS-AMBIENTE.
           MOVE "CUSTSUSP.DAT" TO WS-ARCH-CUSTSUSP.
           CALL "ENVNAME" USING WS-ARCH-CUSTSUSP WS-AMBIENTE.
           PERFORM CARGA-COLA.
           IF WS-DESBORDADO = "N"
             PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                 UNTIL WS-ARCH-IDX > WS-CLV-TOTAL
               PERFORM LEE-EXCEPCIONES-CLAVE
             END-PERFORM
             PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                 UNTIL WS-ARCH-IDX > WS-EXC-TOTAL
               PERFORM LEE-EXCEPCIONES
             END-PERFORM
             PERFORM LEE-SUSPENSO
           END-IF.
           IF WS-DESBORDADO = "Y"
             MOVE "D" TO LK-RESULTADO
             GOBACK
           END-IF.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-TOTAL
             PERFORM CIERRA-AUSENTE
           END-PERFORM.
           PERFORM REESCRIBE-COLA.
           MOVE "Y" TO LK-RESULTADO.
           GOBACK.

           CARGA-COLA.
             MOVE 0 TO WS-CL-TOTAL.
             MOVE 0 TO WS-NUMERO-MAX.
             MOVE "N" TO WS-DESBORDADO.
             OPEN INPUT COLA-EXC-FILE.
             IF WS-COLA-STATUS = "00"
               PERFORM UNTIL WS-COLA-STATUS = "10"
                 READ COLA-EXC-FILE
                   AT END
                     MOVE "10" TO WS-COLA-STATUS
                   NOT AT END
                     IF WS-CL-TOTAL < 999
                       ADD 1 TO WS-CL-TOTAL
                       MOVE COLA-EXC-REG TO WS-CL-REG(WS-CL-TOTAL)
                       MOVE "N" TO WS-CL-VISTO(WS-CL-TOTAL)
                       IF COLA-NUMERO > WS-NUMERO-MAX
                         MOVE COLA-NUMERO TO WS-NUMERO-MAX
                       END-IF
                     ELSE
                       MOVE "Y" TO WS-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE COLA-EXC-FILE
             ELSE
               IF WS-COLA-STATUS = "05"
                 CLOSE COLA-EXC-FILE
               END-IF
             END-IF.

           LEE-EXCEPCIONES-CLAVE.
             MOVE SPACES TO WS-ARCH-CLVEXC.
             STRING FUNCTION TRIM(WS-CLV-FUENTE(WS-ARCH-IDX)) ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-CLVEXC.
             CALL "ENVNAME" USING WS-ARCH-CLVEXC WS-AMBIENTE.
             OPEN INPUT CLV-EXC-FILE.
             IF WS-CLV-STATUS = "00"
               PERFORM UNTIL WS-CLV-STATUS = "10"
                 READ CLV-EXC-FILE
                   AT END
                     MOVE "10" TO WS-CLV-STATUS
                   NOT AT END
                     MOVE WS-CLV-FUENTE(WS-ARCH-IDX) TO WS-NI-FUENTE
                     MOVE CLV-EXC-ARCHIVO TO WS-NI-ARCHIVO
                     MOVE CLV-EXC-TIPO TO WS-NI-TIPO
                     MOVE CLV-EXC-CLAVE TO WS-NI-CLAVE
                     MOVE SPACES TO WS-NI-REFERENCIA
                     MOVE "EXCTIPO" TO WS-NI-DOMINIO
                     MOVE CLV-EXC-TIPO TO WS-NI-MOTIVO
                     MOVE WS-CLV-PROGRAMA(WS-ARCH-IDX)
                         TO WS-NI-PROGRAMA
                     MOVE LK-FECHA TO WS-NI-PRIMERA
                     PERFORM ANOTA-EXCEPCION
                 END-READ
               END-PERFORM
               CLOSE CLV-EXC-FILE
             ELSE
               IF WS-CLV-STATUS = "05"
                 CLOSE CLV-EXC-FILE
               ELSE
                 MOVE WS-CLV-FUENTE(WS-ARCH-IDX) TO WS-NI-FUENTE
                 PERFORM CONSERVA-FUENTE
               END-IF
             END-IF.

      *    The billing side's own motive describes a BILLEXC or
      *    CASHEXC item (both carry RTRN-MOTIVO); the rest are
      *    described by their exception type.
           LEE-EXCEPCIONES.
             MOVE SPACES TO WS-ARCH-EXC.
             STRING FUNCTION TRIM(WS-EXC-FUENTE(WS-ARCH-IDX)) ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-EXC.
             CALL "ENVNAME" USING WS-ARCH-EXC WS-AMBIENTE.
             OPEN INPUT EXC-FILE.
             IF WS-EXC-STATUS = "00"
               PERFORM UNTIL WS-EXC-STATUS = "10"
                 READ EXC-FILE
                   AT END
                     MOVE "10" TO WS-EXC-STATUS
                   NOT AT END
                     MOVE WS-EXC-FUENTE(WS-ARCH-IDX) TO WS-NI-FUENTE
                     MOVE EXC-ARCHIVO TO WS-NI-ARCHIVO
                     MOVE EXC-TIPO TO WS-NI-TIPO
                     MOVE EXC-CLAVE TO WS-NI-CLAVE
                     MOVE SPACES TO WS-NI-REFERENCIA
                     MOVE EXC-MOTIVO TO WS-NI-MOTIVO-EXC
                     MOVE EXC-SECUENCIA TO WS-NI-SECUENCIA
                     IF EXC-MOTIVO NOT = SPACES
                         AND WS-NI-FUENTE NOT = "HREXC"
                         AND WS-NI-FUENTE NOT = "FACTEXC"
                       MOVE "RETORNO" TO WS-NI-DOMINIO
                       MOVE EXC-MOTIVO TO WS-NI-MOTIVO
                     ELSE
                       MOVE "EXCTIPO" TO WS-NI-DOMINIO
                       MOVE EXC-TIPO TO WS-NI-MOTIVO
                     END-IF
                     MOVE WS-EXC-PROGRAMA(WS-ARCH-IDX)
                         TO WS-NI-PROGRAMA
                     MOVE LK-FECHA TO WS-NI-PRIMERA
                     PERFORM ANOTA-EXCEPCION
                 END-READ
               END-PERFORM
               CLOSE EXC-FILE
             ELSE
               IF WS-EXC-STATUS = "05"
                 CLOSE EXC-FILE
               ELSE
                 MOVE WS-EXC-FUENTE(WS-ARCH-IDX) TO WS-NI-FUENTE
                 PERFORM CONSERVA-FUENTE
               END-IF
             END-IF.

      *    A suspense entry carries its own date: it has been waiting
      *    since then, whenever the queue first saw it.
           LEE-SUSPENSO.
             OPEN INPUT CUST-SUSP-FILE.
             IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS = "10"
                 READ CUST-SUSP-FILE
                   AT END
                     MOVE "10" TO WS-SUSP-STATUS
                   NOT AT END
                     MOVE "CUSTSUSP" TO WS-NI-FUENTE
                     MOVE SPACES TO WS-NI-ARCHIVO
                     MOVE SUSP-MOTIVO TO WS-NI-TIPO
                     MOVE SUSP-CUST-ID TO WS-NI-CLAVE
                     MOVE SUSP-FECHA TO WS-NI-SUSP-FECHA
                     MOVE SUSP-HORA TO WS-NI-SUSP-HORA
                     MOVE "SUSPENSO" TO WS-NI-DOMINIO
                     MOVE SUSP-MOTIVO TO WS-NI-MOTIVO
                     MOVE "CUSTMAINT" TO WS-NI-PROGRAMA
                     MOVE LK-FECHA TO WS-NI-PRIMERA
                     IF SUSP-FECHA IS NUMERIC
                         AND SUSP-FECHA > 0
                         AND SUSP-FECHA < LK-FECHA
                       MOVE SUSP-FECHA TO WS-NI-PRIMERA
                     END-IF
                     PERFORM ANOTA-EXCEPCION
                 END-READ
               END-PERFORM
               CLOSE CUST-SUSP-FILE
             ELSE
               IF WS-SUSP-STATUS = "05"
                 CLOSE CUST-SUSP-FILE
               ELSE
                 MOVE "CUSTSUSP" TO WS-NI-FUENTE
                 PERFORM CONSERVA-FUENTE
               END-IF
             END-IF.

      *    Still in its source: the open item keeps everything and
      *    only its last-seen date moves. New: a fresh pendiente.
           ANOTA-EXCEPCION.
             MOVE "N" TO WS-HALLADO.
             PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-TOTAL OR WS-HALLADO = "Y"
               MOVE WS-CL-REG(WS-CL-IDX) TO COLA-EXC-REG
               IF COLA-IDENT = WS-NUEVO-IDENT
                   AND COLA-ESTADO NOT = "R"
                 MOVE "Y" TO WS-HALLADO
                 MOVE "Y" TO WS-CL-VISTO(WS-CL-IDX)
                 MOVE LK-FECHA TO COLA-ULTIMA
                 MOVE COLA-EXC-REG TO WS-CL-REG(WS-CL-IDX)
               END-IF
             END-PERFORM.
             IF WS-HALLADO = "N"
               IF WS-CL-TOTAL < 999
                 INITIALIZE COLA-EXC-REG
                 ADD 1 TO WS-NUMERO-MAX
                 MOVE WS-NUMERO-MAX TO COLA-NUMERO
                 MOVE WS-NUEVO-IDENT TO COLA-IDENT
                 MOVE WS-NI-DOMINIO TO COLA-DOMINIO
                 MOVE WS-NI-MOTIVO TO COLA-MOTIVO
                 MOVE WS-NI-PROGRAMA TO COLA-PROGRAMA
                 MOVE WS-NI-PRIMERA TO COLA-PRIMERA
                 MOVE LK-FECHA TO COLA-ULTIMA
                 MOVE "P" TO COLA-ESTADO
                 MOVE SPACES TO COLA-ASIGNADO
                 MOVE SPACES TO COLA-ASIGNADOR
                 MOVE 0 TO COLA-FECHA-ASIG
                 MOVE 0 TO COLA-FECHA-CIERRE
                 ADD 1 TO WS-CL-TOTAL
                 MOVE COLA-EXC-REG TO WS-CL-REG(WS-CL-TOTAL)
                 MOVE "Y" TO WS-CL-VISTO(WS-CL-TOTAL)
                 ADD 1 TO LK-NUEVAS
               ELSE
                 MOVE "Y" TO WS-DESBORDADO
               END-IF
             END-IF.

      *    A source that exists but cannot be read says nothing about
      *    its items: none of them is closed on that account.
           CONSERVA-FUENTE.
             DISPLAY "*** AVISO: " FUNCTION TRIM(WS-NI-FUENTE)
                 ".DAT NO SE PUDO LEER; SUS PARTIDAS NO SE CIERRAN."
                 " ***".
             PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-TOTAL
               MOVE WS-CL-REG(WS-CL-IDX) TO COLA-EXC-REG
               IF COLA-FUENTE = WS-NI-FUENTE
                 MOVE "Y" TO WS-CL-VISTO(WS-CL-IDX)
               END-IF
             END-PERFORM.

           CIERRA-AUSENTE.
             MOVE WS-CL-REG(WS-CL-IDX) TO COLA-EXC-REG.
             IF COLA-ESTADO NOT = "R"
               IF WS-CL-VISTO(WS-CL-IDX) = "N"
                 MOVE "R" TO COLA-ESTADO
                 MOVE LK-FECHA TO COLA-FECHA-CIERRE
                 MOVE COLA-EXC-REG TO WS-CL-REG(WS-CL-IDX)
                 ADD 1 TO LK-RESUELTAS
               ELSE
                 ADD 1 TO LK-ABIERTAS
               END-IF
             END-IF.

           REESCRIBE-COLA.
             OPEN OUTPUT COLA-EXC-FILE.
             PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-TOTAL
               MOVE WS-CL-REG(WS-CL-IDX) TO COLA-EXC-REG
               MOVE 0 TO WS-DIAS-CERRADA
               IF COLA-ESTADO = "R"
                 COMPUTE WS-DIAS-CERRADA =
                     FUNCTION INTEGER-OF-DATE(LK-FECHA)
                     - FUNCTION INTEGER-OF-DATE(COLA-FECHA-CIERRE)
               END-IF
               IF WS-DIAS-CERRADA NOT > 30
                 WRITE COLA-EXC-REG
               END-IF
             END-PERFORM.
             CLOSE COLA-EXC-FILE.

       END PROGRAM COLAACT.
