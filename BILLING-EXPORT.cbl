      *          system's pickup job: one record per active customer
      *          in the master, carrying that customer's own VARS
      *          ledger activity from today's VARSLOG generation.
      *          Each CLIENTE line also carries the customer's billing
      *          currency with the ledger sum and gross fee billed in
      *          it at the day's FXRATES.DAT rate, next to the EUR
      *          base amounts; with no rate for the day the line goes
      *          out in EUR and the run says so.
      *          Once a feed is written whole it is also appended to
      *          BILLHIST.DAT, the feed history billing's monthly
      *          invoice register is reconciled against (FACTCONC),
      *          and claimed in CTLTOTAL.DAT: BILLFEED (CLIENTE lines
      *          and gross fee), BILLFEEDIVA (CLIENTE lines and VAT)
      *          and BILLAJUSTE (AJUSTE lines and amount), the
      *          checksums in cents.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-TRIGGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIG-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT BILL-HIST-FILE ASSIGN TO DYNAMIC WS-ARCH-BILLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  FEED-TRIG-FILE.
           COPY "FEEDTRIG.cpy".

       FD  FX-RATE-FILE.
           COPY "FXRATES.cpy".

       FD  BILL-HIST-FILE.
       01  BILL-HIST-REG PIC X(224).

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-NOMBRE-NULO PIC X(30) VALUE SPACES.
       01  WS-SEG-RET-SUMA PIC S9(9)V99 VALUE 0.
       01  WS-SEG-COR-SUMA PIC S9(9)V99 VALUE 0.
       01  WS-SEG-TST-SUMA PIC S9(9)V99 VALUE 0.
       01  WS-ARCH-FXRATES PIC X(30).
       01  WS-FX-STATUS PIC XX.
      *    The feed date's rate for every currency FXRATES.DAT has.
       01  WS-TASAS-DIA.
           05  WS-TDIA-ENTRY OCCURS 50.
               10  WS-TDIA-MONEDA PIC X(3).
               10  WS-TDIA-TASA PIC 9(3)V9(6).
       01  WS-TDIA-TOTAL PIC 99 VALUE 0.
       01  WS-TDIA-IDX PIC 99.
       01  WS-TDIA-HALLADA PIC X.
       01  WS-SIN-TASA PIC 9(6) VALUE 0.
       01  WS-ARCH-BILLHIST PIC X(30).
       01  WS-HIST-STATUS PIC XX.
       01  WS-HIST-LINEAS PIC 9(6) VALUE 0.
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-CTL-STATUS PIC XX.
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-CUOTA-BRUTA-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-CUOTA-IVA-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "BILLING-EXPO".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-RC-FINAL PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CALL "ENVNAME" USING WS-LEDGER-GEN-NOMBRE WS-AMBIENTE.

           PERFORM VERIFICA-TRIGGER-ANTERIOR.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT BILL-FEED-FILE.
           IF WS-BILL-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE"
           PERFORM CARGA-DISPUTAS-ACTIVAS.
           PERFORM ACUMULA-LEDGER.
           PERFORM CARGA-CUOTAS.
           PERFORM CARGA-TASAS-DIA.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
                   IF CUST-ESTADO NOT = "I"
                       AND CUST-ESTADO NOT = "P"
                       AND CUST-ESTADO NOT = "F"
                       AND CUST-ESTADO NOT = "X"
                       AND CUST-ESTADO NOT = "D"
                     PERFORM EXPORTA-CLIENTE
                   END-IF
               END-READ
           IF RETURN-CODE = 0
             PERFORM PERSISTE-SECUENCIA-FEED
             PERFORM VACIA-COLA-AJUSTES
             PERFORM ARCHIVA-FEED
             PERFORM GRABA-CONTROL-TOTAL
           END-IF.
           DISPLAY "REGISTROS DE CLIENTE EXPORTADOS: "
               WS-REGISTROS-EXPORTADOS.
           DISPLAY "PARES DE LEDGER DEL DIA: " WS-LEDGER-PARES.
           DISPLAY "SECUENCIA DEL FEED: " WS-FEED-SECUENCIA.
           IF WS-SIN-TASA > 0
             DISPLAY "*** AVISO: " WS-SIN-TASA " CLIENTES FACTURADOS"
                 " EN EUR POR FALTA DEL TIPO DE SU MONEDA. ***"
           END-IF.
           IF RETURN-CODE = 0
             PERFORM ESCRIBE-TRIGGER
           END-IF.

      *    FILELOCK leaves its own return code behind: the run's is
      *    put back once the lock is released.
           FINALIZAR.
             MOVE RETURN-CODE TO WS-RC-FINAL.
             PERFORM LIBERA-CERROJOS.
             MOVE WS-RC-FINAL TO RETURN-CODE.
             STOP RUN.

      *    A trigger from an earlier date still on disk means the
             MOVE CUST-SEGMENTO TO BILL-SEGMENTO.
             PERFORM BUSCA-ACTIVIDAD-CLIENTE.
             PERFORM BUSCA-CUOTA-CLIENTE.
             PERFORM CONVIERTE-A-MONEDA.
             MOVE WS-FEED-SECUENCIA TO BILL-SECUENCIA.
             WRITE BILL-FEED-REC.
             IF WS-BILL-STATUS NOT = "00"
               ADD 1 TO WS-REGISTROS-EXPORTADOS
               ADD CUST-ID TO WS-HASH-CUST
               ADD BILL-LEDGER-SUMA TO WS-SUMA-TOTAL
               ADD BILL-CUOTA-BRUTA TO WS-CUOTA-BRUTA-TOTAL
               ADD BILL-CUOTA-IMP TO WS-CUOTA-IVA-TOTAL
               EVALUATE CUST-SEGMENTO
                 WHEN "COR"
                   ADD BILL-LEDGER-SUMA TO WS-SEG-COR-SUMA
               MOVE 16 TO RETURN-CODE
             END-IF.

      *    The feed as written, CABECERA to COLA, is kept in the
      *    history. A failure here does not hold the feed back from
      *    billing: the month's reconciliation finds the gap when it
      *    proves the history against the CTLTOTAL claims.
           ARCHIVA-FEED.
             OPEN EXTEND BILL-HIST-FILE.
             IF WS-HIST-STATUS = "35"
               OPEN OUTPUT BILL-HIST-FILE
             END-IF.
             IF WS-HIST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR BILLHIST.DAT"
                   " (STATUS " WS-HIST-STATUS ") ***"
             ELSE
               OPEN INPUT BILL-FEED-FILE
               PERFORM UNTIL WS-BILL-STATUS NOT = "00"
                 READ BILL-FEED-FILE
                   AT END
                     MOVE "10" TO WS-BILL-STATUS
                   NOT AT END
                     WRITE BILL-HIST-REG FROM BILL-FEED-REC
                     IF WS-HIST-STATUS = "00"
                       ADD 1 TO WS-HIST-LINEAS
                     ELSE
                       DISPLAY "*** ERROR ESCRIBIENDO BILLHIST.DAT"
                           " (STATUS " WS-HIST-STATUS ") ***"
                       MOVE "10" TO WS-BILL-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BILL-FEED-FILE
               CLOSE BILL-HIST-FILE
               DISPLAY "LINEAS GUARDADAS EN BILLHIST.DAT: "
                   WS-HIST-LINEAS
             END-IF.

           GRABA-CONTROL-TOTAL.
             MOVE "BILLING-EXPO" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO CTL-RUN-ID.
             MOVE WS-GDG-FECHA TO CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             MOVE "BILLFEED" TO CTL-ARCHIVO.
             MOVE WS-REGISTROS-EXPORTADOS TO CTL-REGISTROS.
             COMPUTE CTL-CHECKSUM = WS-CUOTA-BRUTA-TOTAL * 100.
             WRITE CTL-TOTAL-REG.
             MOVE "BILLFEEDIVA" TO CTL-ARCHIVO.
             COMPUTE CTL-CHECKSUM = WS-CUOTA-IVA-TOTAL * 100.
             WRITE CTL-TOTAL-REG.
             MOVE "BILLAJUSTE" TO CTL-ARCHIVO.
             MOVE WS-AJUSTES TO CTL-REGISTROS.
             COMPUTE CTL-CHECKSUM = WS-AJUSTE-SUMA * 100.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: BILLFEED ===".
             DISPLAY "LINEAS CLIENTE: " WS-REGISTROS-EXPORTADOS
                 " CUOTA BRUTA: " WS-CUOTA-BRUTA-TOTAL
                 " IVA: " WS-CUOTA-IVA-TOTAL.
             DISPLAY "LINEAS AJUSTE : " WS-AJUSTES
                 " IMPORTE: " WS-AJUSTE-SUMA.

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
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
             PERFORM PIDE-CERROJO.

           LIBERA-CERROJOS.
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
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

           CARGA-CUOTAS.
             OPEN INPUT FEE-FILE.
             IF WS-FEE-STATUS = "00"
               END-IF
             END-PERFORM.

           CARGA-TASAS-DIA.
             OPEN INPUT FX-RATE-FILE.
             IF WS-FX-STATUS = "00"
               PERFORM UNTIL WS-FX-STATUS = "10"
                 READ FX-RATE-FILE
                   AT END
                     MOVE "10" TO WS-FX-STATUS
                   NOT AT END
                     IF FX-FECHA = WS-GDG-FECHA AND FX-TASA > 0
                         AND WS-TDIA-TOTAL < 50
                       ADD 1 TO WS-TDIA-TOTAL
                       MOVE FX-MONEDA TO WS-TDIA-MONEDA(WS-TDIA-TOTAL)
                       MOVE FX-TASA TO WS-TDIA-TASA(WS-TDIA-TOTAL)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
             ELSE
               IF WS-FX-STATUS = "05"
                 CLOSE FX-RATE-FILE
               END-IF
             END-IF.

      *    The billed amounts are the base amounts at the feed date's
      *    rate. A customer whose currency has no rate for the day is
      *    billed in EUR rather than at a stale rate.
           CONVIERTE-A-MONEDA.
             MOVE "EUR" TO BILL-MONEDA.
             MOVE 1 TO BILL-TASA.
             MOVE BILL-LEDGER-SUMA TO BILL-MON-SUMA.
             MOVE BILL-CUOTA-BRUTA TO BILL-MON-CUOTA-BRUTA.
             IF CUST-MONEDA NOT = SPACES AND CUST-MONEDA NOT = "EUR"
               MOVE "N" TO WS-TDIA-HALLADA
               PERFORM VARYING WS-TDIA-IDX FROM 1 BY 1
                   UNTIL WS-TDIA-IDX > WS-TDIA-TOTAL
                       OR WS-TDIA-HALLADA = "Y"
                 IF WS-TDIA-MONEDA(WS-TDIA-IDX) = CUST-MONEDA
                   MOVE "Y" TO WS-TDIA-HALLADA
                   MOVE CUST-MONEDA TO BILL-MONEDA
                   MOVE WS-TDIA-TASA(WS-TDIA-IDX) TO BILL-TASA
                   COMPUTE BILL-MON-SUMA ROUNDED =
                       BILL-LEDGER-SUMA / BILL-TASA
                   COMPUTE BILL-MON-CUOTA-BRUTA ROUNDED =
                       BILL-CUOTA-BRUTA / BILL-TASA
                 END-IF
               END-PERFORM
               IF WS-TDIA-HALLADA = "N"
                 DISPLAY "*** AVISO: SIN TIPO " CUST-MONEDA " PARA EL "
                     WS-GDG-FECHA ": CLIENTE " CUST-ID
                     " FACTURADO EN EUR. ***"
                 ADD 1 TO WS-SIN-TASA
               END-IF
             END-IF.

           BUSCA-ACTIVIDAD-CLIENTE.
             MOVE 0 TO BILL-LEDGER-PARES.
             MOVE 0 TO BILL-LEDGER-SUMA.
             CALL "ENVNAME" USING WS-ARCH-BILLADJ WS-AMBIENTE.
             MOVE "BILLFEED.RDY" TO WS-ARCH-TRIGGER.
             CALL "ENVNAME" USING WS-ARCH-TRIGGER WS-AMBIENTE.
             MOVE "FXRATES.DAT" TO WS-ARCH-FXRATES.
             CALL "ENVNAME" USING WS-ARCH-FXRATES WS-AMBIENTE.
             MOVE "BILLHIST.DAT" TO WS-ARCH-BILLHIST.
             CALL "ENVNAME" USING WS-ARCH-BILLHIST WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM BILLING-EXPORT.
