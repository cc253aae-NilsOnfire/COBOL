      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end FX revaluation journal, ending the monthly
      *          re-keying of CURRRPT's revaluation figure: on the
      *          last business day of the month (weekends and
      *          HOLIDAYS.DAT skipped the way NIGHTRUN judges
      *          "ULTIMO") it takes the open position per non-EUR
      *          currency from TXNHIST.DAT -- the original-currency
      *          amount and the base it was booked at -- values it at
      *          the latest FXRATES.DAT rate, and writes the
      *          unrealised gain or loss per currency as a balanced
      *          debit/credit pair under the "REVALFX" event of the
      *          GLMAP.DAT mapping into FXREVAL.DAT, framed like
      *          GLFEED.DAT. The first business night of the next
      *          month it writes the automatic reversal ("REVALFXRV",
      *          the same accounts with the sides swapped) from what
      *          FXRVCKPT.DAT remembers it posted. The checkpoint
      *          makes both postings once-per-month: a rerun is a
      *          clean no-op, never a double journal. The lines are
      *          claimed in CTLTOTAL.DAT for BALANCER to prove. A
      *          currency without a rate, a missing mapping or a
      *          journal that does not balance is refused whole
      *          with RETURN-CODE 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO DYNAMIC WS-ARCH-GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO DYNAMIC
               WS-ARCH-HOLIDAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT FX-REVAL-FILE ASSIGN TO DYNAMIC WS-ARCH-FXREVAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT OPTIONAL FXRV-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FXRVCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
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
       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  FX-RATE-FILE.
           COPY "FXRATES.cpy".

       FD  GL-MAP-FILE.
           COPY "GLMAP.cpy".

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REG PIC 9(8).

       FD  FX-REVAL-FILE.
           COPY "GLFEED.cpy".

      *    The checkpoint: the month last revalued, the date of that
      *    journal, whether its reversal has been written, the
      *    accounts it used and the amount per currency -- the
      *    reversal repeats exactly what was posted even if GLMAP.DAT
      *    or FXRATES.DAT change in between. Laid out in WS-CKPT.
       FD  FXRV-CKPT-FILE.
       01  FXRV-CKPT-REG PIC X(353).

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-FXRATES PIC X(30).
       01  WS-ARCH-GLMAP PIC X(30).
       01  WS-ARCH-HOLIDAYS PIC X(30).
       01  WS-ARCH-FXREVAL PIC X(30).
       01  WS-ARCH-FXRVCKPT PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-TXN-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-HOL-STATUS PIC XX.
       01  WS-GL-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "FXREVAL".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANOMES PIC 9(6).
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-CKPT.
           05  WS-CKPT-ANOMES    PIC 9(6).
           05  WS-CKPT-FECHA     PIC 9(8).
           05  WS-CKPT-REVERTIDO PIC X.
           05  WS-CKPT-CTA-DEBE  PIC X(8).
           05  WS-CKPT-CTA-HABER PIC X(8).
           05  WS-CKPT-MONEDAS   PIC 99.
           05  WS-CKPT-DETALLE OCCURS 20.
               10  WS-CKPT-MONEDA  PIC X(3).
               10  WS-CKPT-IMPORTE PIC S9(11)V99.
       01  WS-CKPT-IDX PIC 99.
       01  WS-FERIADOS.
           05  WS-FERIADO-ENTRY OCCURS 100 PIC 9(8).
       01  WS-TOTAL-FERIADOS PIC 999 VALUE 0.
       01  WS-FER-IDX PIC 999.
       01  WS-FECHA-OBRA PIC 9(8).
       01  WS-OBRA-ENTERO PIC 9(8).
       01  WS-ANOMES-OBRA PIC 9(6).
       01  WS-DIA-SEMANA PIC 9.
       01  WS-ES-HABIL PIC X.
       01  WS-ES-ULTIMO PIC X.
       01  WS-BUSCANDO PIC X.
       01  WS-POSICIONES.
           05  WS-POS-ENTRY OCCURS 20.
               10  WS-POS-MONEDA PIC X(3).
               10  WS-POS-ORIG   PIC S9(13)V99.
               10  WS-POS-BASE   PIC S9(13)V99.
               10  WS-POS-FECHA-TASA PIC 9(8).
               10  WS-POS-TASA   PIC 9(3)V9(6).
               10  WS-POS-REVAL  PIC S9(11)V99.
       01  WS-POS-TOTAL PIC 99 VALUE 0.
       01  WS-POS-IDX PIC 99.
       01  WS-POS-SEL PIC 99.
       01  WS-MAPEO-TABLA.
           05  WS-MAP-ENTRY OCCURS 20.
               10  WS-MAP-EVENTO PIC X(9).
               10  WS-MAP-DEBE   PIC X(8).
               10  WS-MAP-HABER  PIC X(8).
       01  WS-MAP-TOTAL PIC 99 VALUE 0.
       01  WS-MAP-IDX PIC 99.
       01  WS-MAP-HALLADO PIC X VALUE "N".
       01  WS-EVENTO-LINEA PIC X(9).
       01  WS-CTA-DEBITO PIC X(8).
       01  WS-CTA-CREDITO PIC X(8).
       01  WS-LINEAS PIC 9(5) VALUE 0.
       01  WS-TOT-DEBE PIC S9(11)V99 VALUE 0.
       01  WS-TOT-HABER PIC S9(11)V99 VALUE 0.
       01  WS-GL-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-ORIG-EDIT PIC -Z(12)9.99.
       01  WS-BASE-EDIT PIC -Z(12)9.99.
       01  WS-REVAL-EDIT PIC -Z(10)9.99.
       01  WS-TASA-EDIT PIC ZZ9.999999.
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
           COMPUTE WS-ANOMES = WS-FECHA-NEGOCIO / 100.
           PERFORM CARGA-CHECKPOINT.
           IF WS-CKPT-ANOMES NOT = 0 AND WS-CKPT-REVERTIDO = "N"
               AND WS-CKPT-ANOMES < WS-ANOMES
             PERFORM REVIERTE-REVALUACION
           ELSE
             IF WS-CKPT-ANOMES = WS-ANOMES
               DISPLAY "REVALORIZACION DEL MES " WS-ANOMES
                   " YA CONTABILIZADA: NADA QUE HACER."
             ELSE
               PERFORM CARGA-FERIADOS
               PERFORM JUZGA-ULTIMO-HABIL
               IF WS-ES-ULTIMO = "N"
                 DISPLAY "NO ES EL ULTIMO DIA HABIL DEL MES "
                     WS-ANOMES ": NADA QUE HACER."
               ELSE
                 PERFORM REVALORIZA THRU REVALORIZA-FIN
               END-IF
             END-IF
           END-IF.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-001 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           CARGA-CHECKPOINT.
             INITIALIZE WS-CKPT.
             MOVE "Y" TO WS-CKPT-REVERTIDO.
             OPEN INPUT FXRV-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ FXRV-CKPT-FILE INTO WS-CKPT
                 AT END
                   INITIALIZE WS-CKPT
                   MOVE "Y" TO WS-CKPT-REVERTIDO
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
                 OR WS-CKPT-STATUS = "10"
               CLOSE FXRV-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT FXRV-CKPT-FILE.
             WRITE FXRV-CKPT-REG FROM WS-CKPT.
             CLOSE FXRV-CKPT-FILE.

           CARGA-FERIADOS.
             OPEN INPUT HOLIDAY-FILE.
             IF WS-HOL-STATUS = "00"
               PERFORM UNTIL WS-HOL-STATUS = "10"
                 READ HOLIDAY-FILE
                   AT END
                     MOVE "10" TO WS-HOL-STATUS
                   NOT AT END
                     IF WS-TOTAL-FERIADOS < 100
                       ADD 1 TO WS-TOTAL-FERIADOS
                       MOVE HOLIDAY-REG
                           TO WS-FERIADO-ENTRY(WS-TOTAL-FERIADOS)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
             ELSE
               IF WS-HOL-STATUS = "05"
                 CLOSE HOLIDAY-FILE
               END-IF
             END-IF.

      *    Last business day of the month: no later day of the same
      *    month is a business day (the chain only runs on business
      *    dates, so today is one). Same reading as NIGHTRUN's
      *    "ULTIMO": INTEGER-OF-DATE day 1 is a Monday.
           JUZGA-ULTIMO-HABIL.
             MOVE "Y" TO WS-ES-ULTIMO.
             COMPUTE WS-OBRA-ENTERO =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
             MOVE "Y" TO WS-BUSCANDO.
             PERFORM UNTIL WS-BUSCANDO = "N"
               ADD 1 TO WS-OBRA-ENTERO
               COMPUTE WS-FECHA-OBRA =
                   FUNCTION DATE-OF-INTEGER(WS-OBRA-ENTERO)
               COMPUTE WS-ANOMES-OBRA = WS-FECHA-OBRA / 100
               IF WS-ANOMES-OBRA NOT = WS-ANOMES
                 MOVE "N" TO WS-BUSCANDO
               ELSE
                 PERFORM JUZGA-HABIL
                 IF WS-ES-HABIL = "Y"
                   MOVE "N" TO WS-ES-ULTIMO
                   MOVE "N" TO WS-BUSCANDO
                 END-IF
               END-IF
             END-PERFORM.

           JUZGA-HABIL.
             COMPUTE WS-DIA-SEMANA =
                 FUNCTION REM(WS-OBRA-ENTERO, 7).
             IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE "N" TO WS-ES-HABIL
             ELSE
               MOVE "Y" TO WS-ES-HABIL
               PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-TOTAL-FERIADOS
                 IF WS-FERIADO-ENTRY(WS-FER-IDX) = WS-FECHA-OBRA
                   MOVE "N" TO WS-ES-HABIL
                 END-IF
               END-PERFORM
             END-IF.

      *    The open position of a currency is every posted ledger
      *    entry taken in it, in the original currency and in the
      *    base it was booked at; revalued at the month-end rate, the
      *    difference is the unrealised gain (positive) or loss
      *    (negative) -- signed on both lines of the pair, the way
      *    GLEXTRACT writes its events.
           REVALORIZA.
             PERFORM CARGA-POSICIONES.
             IF WS-HUBO-ERROR = "Y"
               GO TO REVALORIZA-FIN
             END-IF.
             PERFORM CARGA-TASAS-CIERRE.
             IF WS-HUBO-ERROR = "Y"
               GO TO REVALORIZA-FIN
             END-IF.
             INITIALIZE WS-CKPT.
             MOVE WS-ANOMES TO WS-CKPT-ANOMES.
             MOVE WS-FECHA-NEGOCIO TO WS-CKPT-FECHA.
             MOVE "N" TO WS-CKPT-REVERTIDO.
             PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                 UNTIL WS-POS-IDX > WS-POS-TOTAL
               COMPUTE WS-POS-REVAL(WS-POS-IDX) ROUNDED =
                   WS-POS-ORIG(WS-POS-IDX) * WS-POS-TASA(WS-POS-IDX)
                   - WS-POS-BASE(WS-POS-IDX)
               MOVE WS-POS-ORIG(WS-POS-IDX) TO WS-ORIG-EDIT
               MOVE WS-POS-BASE(WS-POS-IDX) TO WS-BASE-EDIT
               MOVE WS-POS-TASA(WS-POS-IDX) TO WS-TASA-EDIT
               MOVE WS-POS-REVAL(WS-POS-IDX) TO WS-REVAL-EDIT
               DISPLAY WS-POS-MONEDA(WS-POS-IDX) " POSICION "
                   WS-ORIG-EDIT " BASE " WS-BASE-EDIT " TASA "
                   WS-TASA-EDIT " DIFERENCIA " WS-REVAL-EDIT
               IF WS-POS-REVAL(WS-POS-IDX) NOT = 0
                 ADD 1 TO WS-CKPT-MONEDAS
                 MOVE WS-POS-MONEDA(WS-POS-IDX)
                     TO WS-CKPT-MONEDA(WS-CKPT-MONEDAS)
                 MOVE WS-POS-REVAL(WS-POS-IDX)
                     TO WS-CKPT-IMPORTE(WS-CKPT-MONEDAS)
               END-IF
             END-PERFORM.
             IF WS-CKPT-MONEDAS > 0
               PERFORM CARGA-MAPEO
               MOVE "REVALFX" TO WS-EVENTO-LINEA
               PERFORM BUSCA-MAPEO
               IF WS-MAP-HALLADO = "N"
                 DISPLAY "*** ERROR: EVENTO REVALFX CON ACTIVIDAD Y"
                     " SIN MAPEO EN GLMAP.DAT. NO SE EXTRAE. ***"
                 MOVE "Y" TO WS-HUBO-ERROR
                 GO TO REVALORIZA-FIN
               END-IF
               MOVE WS-MAP-DEBE(WS-MAP-IDX) TO WS-CKPT-CTA-DEBE
               MOVE WS-MAP-HABER(WS-MAP-IDX) TO WS-CKPT-CTA-HABER
             END-IF.
             MOVE WS-CKPT-CTA-DEBE TO WS-CTA-DEBITO.
             MOVE WS-CKPT-CTA-HABER TO WS-CTA-CREDITO.
             PERFORM ESCRIBE-JOURNAL.
             IF WS-HUBO-ERROR = "N"
               PERFORM GRABA-CHECKPOINT
               IF WS-LINEAS > 0
                 PERFORM GRABA-CONTROL-TOTAL
               END-IF
               DISPLAY "REVALORIZACION DEL MES " WS-ANOMES
                   " CONTABILIZADA: " WS-CKPT-MONEDAS " MONEDA(S)."
             END-IF.

           REVALORIZA-FIN.
             CONTINUE.

      *    The reversal books what the checkpoint says was posted,
      *    on the same accounts with debit and credit swapped, dated
      *    tonight -- the first business night of the new month.
           REVIERTE-REVALUACION.
             MOVE "REVALFXRV" TO WS-EVENTO-LINEA.
             MOVE WS-CKPT-CTA-HABER TO WS-CTA-DEBITO.
             MOVE WS-CKPT-CTA-DEBE TO WS-CTA-CREDITO.
             PERFORM ESCRIBE-JOURNAL.
             IF WS-HUBO-ERROR = "N"
               MOVE "Y" TO WS-CKPT-REVERTIDO
               PERFORM GRABA-CHECKPOINT
               IF WS-LINEAS > 0
                 PERFORM GRABA-CONTROL-TOTAL
               END-IF
               DISPLAY "REVERSION DE LA REVALORIZACION DEL MES "
                   WS-CKPT-ANOMES " (" WS-CKPT-FECHA ") CONTABILIZADA."
             END-IF.

           CARGA-POSICIONES.
             OPEN INPUT TXN-HIST-FILE.
             IF WS-TXN-STATUS NOT = "00"
               DISPLAY "*** ERROR: SIN HISTORICO TXNHIST.DAT (STATUS "
                   WS-TXN-STATUS "). NO SE REVALORIZA. ***"
               MOVE "Y" TO WS-HUBO-ERROR
               IF WS-TXN-STATUS = "05"
                 CLOSE TXN-HIST-FILE
               END-IF
             ELSE
               PERFORM UNTIL WS-TXN-STATUS = "10"
                 READ TXN-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-TXN-STATUS
                   NOT AT END
                     IF TXN-MONEDA NOT = "EUR"
                         AND TXN-MONEDA NOT = SPACES
                         AND TXN-FECHA NOT > WS-FECHA-NEGOCIO
                       PERFORM ACUMULA-POSICION
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TXN-HIST-FILE
             END-IF.

           ACUMULA-POSICION.
             MOVE 0 TO WS-POS-SEL.
             PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                 UNTIL WS-POS-IDX > WS-POS-TOTAL OR WS-POS-SEL > 0
               IF WS-POS-MONEDA(WS-POS-IDX) = TXN-MONEDA
                 MOVE WS-POS-IDX TO WS-POS-SEL
               END-IF
             END-PERFORM.
             IF WS-POS-SEL = 0
               IF WS-POS-TOTAL < 20
                 ADD 1 TO WS-POS-TOTAL
                 MOVE WS-POS-TOTAL TO WS-POS-SEL
                 MOVE TXN-MONEDA TO WS-POS-MONEDA(WS-POS-SEL)
                 MOVE 0 TO WS-POS-ORIG(WS-POS-SEL)
                 MOVE 0 TO WS-POS-BASE(WS-POS-SEL)
                 MOVE 0 TO WS-POS-FECHA-TASA(WS-POS-SEL)
                 MOVE 0 TO WS-POS-TASA(WS-POS-SEL)
               ELSE
                 IF WS-HUBO-ERROR = "N"
                   DISPLAY "*** ERROR: MAS DE 20 MONEDAS CON POSICION"
                       " ABIERTA. NO SE REVALORIZA. ***"
                 END-IF
                 MOVE "Y" TO WS-HUBO-ERROR
               END-IF
             END-IF.
             IF WS-POS-SEL > 0
               ADD TXN-SUMA-ORIG TO WS-POS-ORIG(WS-POS-SEL)
               ADD TXN-SUMA TO WS-POS-BASE(WS-POS-SEL)
             END-IF.

      *    The month-end rate is the latest FXRATES.DAT row on or
      *    before the business date, as CURRRPT takes it. A currency
      *    with an open position and no rate at all stops the run.
           CARGA-TASAS-CIERRE.
             OPEN INPUT FX-RATE-FILE.
             IF WS-FX-STATUS = "00"
               PERFORM UNTIL WS-FX-STATUS = "10"
                 READ FX-RATE-FILE
                   AT END
                     MOVE "10" TO WS-FX-STATUS
                   NOT AT END
                     IF FX-FECHA NOT > WS-FECHA-NEGOCIO
                       PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                           UNTIL WS-POS-IDX > WS-POS-TOTAL
                         IF WS-POS-MONEDA(WS-POS-IDX) = FX-MONEDA
                             AND FX-FECHA NOT <
                                 WS-POS-FECHA-TASA(WS-POS-IDX)
                           MOVE FX-FECHA
                               TO WS-POS-FECHA-TASA(WS-POS-IDX)
                           MOVE FX-TASA TO WS-POS-TASA(WS-POS-IDX)
                         END-IF
                       END-PERFORM
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
             ELSE
               IF WS-FX-STATUS = "05"
                 CLOSE FX-RATE-FILE
               END-IF
             END-IF.
             PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                 UNTIL WS-POS-IDX > WS-POS-TOTAL
               IF WS-POS-FECHA-TASA(WS-POS-IDX) = 0
                 DISPLAY "*** ERROR: SIN TASA EN FXRATES.DAT PARA "
                     WS-POS-MONEDA(WS-POS-IDX) " HASTA EL "
                     WS-FECHA-NEGOCIO ". NO SE REVALORIZA. ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               END-IF
             END-PERFORM.

           CARGA-MAPEO.
             OPEN INPUT GL-MAP-FILE.
             IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-STATUS = "10"
                 READ GL-MAP-FILE
                   AT END
                     MOVE "10" TO WS-MAP-STATUS
                   NOT AT END
                     IF WS-MAP-TOTAL < 20
                       ADD 1 TO WS-MAP-TOTAL
                       MOVE GLM-EVENTO
                           TO WS-MAP-EVENTO(WS-MAP-TOTAL)
                       MOVE GLM-CTA-DEBE
                           TO WS-MAP-DEBE(WS-MAP-TOTAL)
                       MOVE GLM-CTA-HABER
                           TO WS-MAP-HABER(WS-MAP-TOTAL)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
             ELSE
               IF WS-MAP-STATUS = "05"
                 CLOSE GL-MAP-FILE
               END-IF
             END-IF.

           BUSCA-MAPEO.
             MOVE "N" TO WS-MAP-HALLADO.
             MOVE 1 TO WS-MAP-IDX.
             PERFORM UNTIL WS-MAP-IDX > WS-MAP-TOTAL
                 OR WS-MAP-HALLADO = "Y"
               IF WS-MAP-EVENTO(WS-MAP-IDX) = WS-EVENTO-LINEA
                 MOVE "Y" TO WS-MAP-HALLADO
               ELSE
                 ADD 1 TO WS-MAP-IDX
               END-IF
             END-PERFORM.

      *    One pair per currency from the checkpoint table; like
      *    GLEXTRACT, a journal whose trailer would not balance is
      *    emptied rather than left for the GL to load.
           ESCRIBE-JOURNAL.
             OPEN OUTPUT FX-REVAL-FILE.
             IF WS-GL-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR FXREVAL.DAT"
                   " (STATUS " WS-GL-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               INITIALIZE GL-FEED-REC
               MOVE "CABECERA" TO GL-TIPO
               MOVE WS-FECHA-NEGOCIO TO GL-FECHA
               WRITE GL-FEED-REC
               PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > WS-CKPT-MONEDAS
                 PERFORM ESCRIBE-PAREJA
               END-PERFORM
               IF WS-TOT-DEBE NOT = WS-TOT-HABER
                 DISPLAY "*** ERROR: JOURNAL DESCUADRADO (DEBE "
                     WS-TOT-DEBE " HABER " WS-TOT-HABER "). SE"
                     " DESCARTA EL ARCHIVO. ***"
                 MOVE "Y" TO WS-HUBO-ERROR
                 CLOSE FX-REVAL-FILE
                 OPEN OUTPUT FX-REVAL-FILE
                 CLOSE FX-REVAL-FILE
               ELSE
                 INITIALIZE GL-FEED-REC
                 MOVE "COLA" TO GL-TIPO
                 MOVE WS-FECHA-NEGOCIO TO GL-FECHA
                 MOVE WS-LINEAS TO GL-LINEAS
                 MOVE WS-TOT-DEBE TO GL-TOT-DEBE
                 MOVE WS-TOT-HABER TO GL-TOT-HABER
                 WRITE GL-FEED-REC
                 CLOSE FX-REVAL-FILE
                 DISPLAY "JOURNAL " WS-EVENTO-LINEA ": " WS-LINEAS
                     " LINEAS, DEBE = HABER = " WS-TOT-DEBE
               END-IF
             END-IF.

           ESCRIBE-PAREJA.
             INITIALIZE GL-FEED-REC.
             MOVE "LINEA" TO GL-TIPO.
             MOVE WS-FECHA-NEGOCIO TO GL-FECHA.
             MOVE WS-CTA-DEBITO TO GL-CUENTA.
             MOVE "D" TO GL-DEBE-HAB.
             MOVE WS-CKPT-IMPORTE(WS-CKPT-IDX) TO GL-IMPORTE.
             MOVE WS-EVENTO-LINEA TO GL-EVENTO.
             WRITE GL-FEED-REC.
             ADD 1 TO WS-LINEAS.
             ADD GL-IMPORTE TO WS-TOT-DEBE.
             ADD GL-IMPORTE TO WS-GL-CHECKSUM.
             MOVE WS-CTA-CREDITO TO GL-CUENTA.
             MOVE "H" TO GL-DEBE-HAB.
             WRITE GL-FEED-REC.
             ADD 1 TO WS-LINEAS.
             ADD GL-IMPORTE TO WS-TOT-HABER.
             ADD GL-IMPORTE TO WS-GL-CHECKSUM.

           GRABA-CONTROL-TOTAL.
             MOVE "FXREVAL" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO CTL-RUN-ID.
             MOVE "FXREVAL" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-LINEAS TO CTL-REGISTROS.
             MOVE WS-GL-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: FXREVAL ===".
             DISPLAY "LINEAS ESCRITAS: " WS-LINEAS.
             DISPLAY "CHECKSUM (SUMA IMPORTE): " WS-GL-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "FXREVAL" TO AUDIT-PROGRAMA.
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
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "N"
                 MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
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
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "FXRATES.DAT" TO WS-ARCH-FXRATES.
             CALL "ENVNAME" USING WS-ARCH-FXRATES WS-AMBIENTE.
             MOVE "GLMAP.DAT" TO WS-ARCH-GLMAP.
             CALL "ENVNAME" USING WS-ARCH-GLMAP WS-AMBIENTE.
             MOVE "HOLIDAYS.DAT" TO WS-ARCH-HOLIDAYS.
             CALL "ENVNAME" USING WS-ARCH-HOLIDAYS WS-AMBIENTE.
             MOVE "FXREVAL.DAT" TO WS-ARCH-FXREVAL.
             CALL "ENVNAME" USING WS-ARCH-FXREVAL WS-AMBIENTE.
             MOVE "FXRVCKPT.DAT" TO WS-ARCH-FXRVCKPT.
             CALL "ENVNAME" USING WS-ARCH-FXRVCKPT WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM FXREVAL.
