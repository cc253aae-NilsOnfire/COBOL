      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciles billing's monthly invoice register
      *          (BILLFACT.DAT, released by INGATE) against the
      *          BILLFEED lines we sent that month, kept by
      *          BILLING-EXPORT in BILLHIST.DAT. The month is the
      *          register's own FACT-PERIODO (the month before the
      *          business date when the register is empty). Of the
      *          month's feeds, the last one written for each feed
      *          date counts: a same-day rerun replaced the feed
      *          billing had not yet picked up. CLIENTE lines with a
      *          fee and AJUSTE lines (the BILLADJ corrections) are
      *          invoiceable; both sides are sorted together on feed
      *          sequence, CUST-ID and line type and matched group by
      *          group. A line invoiced but never sent (NOENVIADO),
      *          sent but never invoiced (NOFACTURA), invoiced more
      *          times than sent (DUPLICADO) or invoiced for another
      *          net, VAT or gross (DIFIMPORT; AJUSTE lines on the
      *          gross alone) goes to FACTEXC.DAT in the BILLEXC
      *          shape, as does a register line for another month
      *          (PERIODO) or without a usable key or amount
      *          (INVALIDO). The month's history is then proved feed
      *          by feed against the BILLFEED, BILLFEEDIVA and
      *          BILLAJUSTE claims BILLING-EXPORT wrote to
      *          CTLTOTAL.DAT. Report in FACTCONC.DAT; any exception
      *          or unproved feed ends with RETURN-CODE 8 and an
      *          OPERALRT alert. Once reconciled the register is kept
      *          as BILLFACT.C<date>.DAT, so a night without a new
      *          delivery is a clean no-op. Run as a NIGHTRUN step
      *          after INGATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTCONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILL-FACT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BILLFACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACT-STATUS.
           SELECT OPTIONAL BILL-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BILLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL CTL-TOTAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FACT-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-FACTEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CONC-REPORT ASSIGN TO DYNAMIC WS-ARCH-FACTCONC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FACT-ORD-WORK ASSIGN TO DYNAMIC WS-ARCH-FACTORDTMP.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BILL-FACT-FILE.
           COPY "FACTREG.cpy".

       FD  BILL-HIST-FILE.
           COPY "BILLFEED.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  FACT-EXC-FILE.
           COPY "BILLEXC.cpy".

       FD  CONC-REPORT.
       01  CONC-LINEA PIC X(100).

      *One record per invoiceable line of either side: "E" for the
      *line as we sent it (dated on its feed), "F" for the line as
      *billing invoiced it (dated on the invoice), so within a group
      *our lines come first.
       SD  FACT-ORD-WORK.
       01  FACT-ORD-REG.
           05  FORD-SECUENCIA PIC 9(6).
           05  FORD-CUST-ID   PIC 9(6).
           05  FORD-TIPO      PIC X(9).
           05  FORD-ORIGEN    PIC X.
           05  FORD-FECHA     PIC 9(8).
           05  FORD-NUMERO    PIC X(12).
           05  FORD-NETO      PIC S9(9)V99.
           05  FORD-IVA       PIC S9(9)V99.
           05  FORD-BRUTO     PIC S9(9)V99.

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-BILLFACT PIC X(30).
       01  WS-ARCH-BILLFACT-HECHO PIC X(30).
       01  WS-ARCH-BILLHIST PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-FACTEXC PIC X(30).
       01  WS-ARCH-FACTCONC PIC X(30).
       01  WS-ARCH-FACTORDTMP PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-FACT-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-ANO PIC 9(4).
           05  WS-FN-MES PIC 99.
           05  WS-FN-DIA PIC 99.
       01  WS-PERIODO PIC 9(6) VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05  WS-PER-ANO PIC 9(4).
           05  WS-PER-MES PIC 99.
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-SIN-REGISTRO PIC X VALUE "N".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-ORD-FIN PIC X.
      *    The month's feeds, one per feed date: the last sequence
      *    BILLHIST.DAT holds for the date, the lines kept under it
      *    and the claims BILLING-EXPORT wrote for the date (the
      *    last of each, a rerun's claims replacing the first run's).
      *    A date with claims but no feed in the history is carried
      *    with sequence 0 so the proof shows it.
       01  WS-FEEDS.
           05  WS-FD-ENTRY OCCURS 40.
               10  WS-FD-FECHA        PIC 9(8).
               10  WS-FD-SECUENCIA    PIC 9(6).
               10  WS-FD-CLIENTES     PIC 9(7).
               10  WS-FD-BRUTO        PIC S9(11)V99.
               10  WS-FD-IVA          PIC S9(11)V99.
               10  WS-FD-AJUSTES      PIC 9(7).
               10  WS-FD-AJU-SUMA     PIC S9(11)V99.
               10  WS-FD-CTL-CLIENTES PIC 9(7).
               10  WS-FD-CTL-BRUTO    PIC S9(14).
               10  WS-FD-CTL-IVA-REG  PIC 9(7).
               10  WS-FD-CTL-IVA      PIC S9(14).
               10  WS-FD-CTL-AJUSTES  PIC 9(7).
               10  WS-FD-CTL-AJU-SUMA PIC S9(14).
               10  WS-FD-CUADRA       PIC X.
       01  WS-FD-TOTAL PIC 99 VALUE 0.
       01  WS-FD-IDX PIC 99.
       01  WS-FD-HALLADO PIC 99.
       01  WS-FD-DESBORDADO PIC X VALUE "N".
       01  WS-FECHA-BUSCADA PIC 9(8).
       01  WS-CENTIMOS PIC S9(14).
       01  WS-CENTIMOS2 PIC S9(14).
       01  WS-CENTIMOS3 PIC S9(14).
       01  WS-IMPORTE-CLAMADO PIC S9(12)V99.
      *    The group being matched: one feed sequence, customer and
      *    line type.
       01  WS-GRUPO-ABIERTO PIC X VALUE "N".
       01  WS-G-SECUENCIA PIC 9(6).
       01  WS-G-CUST-ID PIC 9(6).
       01  WS-G-TIPO PIC X(9).
       01  WS-G-NUMERO PIC X(12).
       01  WS-G-ENVIADAS PIC 9(5).
       01  WS-G-FACTURABLES PIC 9(5).
       01  WS-G-FACTURADAS PIC 9(5).
       01  WS-G-ENV-NETO PIC S9(11)V99.
       01  WS-G-ENV-IVA PIC S9(11)V99.
       01  WS-G-ENV-BRUTO PIC S9(11)V99.
       01  WS-G-FAC-NETO PIC S9(11)V99.
       01  WS-G-FAC-IVA PIC S9(11)V99.
       01  WS-G-FAC-BRUTO PIC S9(11)V99.
      *    Totals of both sides and the verdicts.
       01  WS-ENV-LINEAS PIC 9(7) VALUE 0.
       01  WS-ENV-BRUTO PIC S9(11)V99 VALUE 0.
       01  WS-REG-LEIDAS PIC 9(7) VALUE 0.
       01  WS-REG-LINEAS PIC 9(7) VALUE 0.
       01  WS-REG-NETO PIC S9(11)V99 VALUE 0.
       01  WS-REG-IVA PIC S9(11)V99 VALUE 0.
       01  WS-REG-BRUTO PIC S9(11)V99 VALUE 0.
       01  WS-CONCILIADAS PIC 9(7) VALUE 0.
       01  WS-NO-ENVIADAS PIC 9(7) VALUE 0.
       01  WS-NO-FACTURADAS PIC 9(7) VALUE 0.
       01  WS-DUPLICADAS PIC 9(7) VALUE 0.
       01  WS-DIFERENCIAS PIC 9(7) VALUE 0.
       01  WS-RECHAZADAS PIC 9(7) VALUE 0.
       01  WS-EXCEPCIONES PIC 9(7) VALUE 0.
       01  WS-DESCUADRES PIC 99 VALUE 0.
       01  WS-EXC-TIPO PIC X(9).
       01  WS-EXC-CUST PIC 9(6).
       01  WS-EXC-LINEA PIC X(9).
       01  WS-EXC-SECUENCIA PIC 9(6).
       01  WS-ALERTA-TEXTO PIC X(50).
       01  WS-EDIT-IMPORTE PIC -(9)9.99.
       01  WS-EDIT-IMPORTE2 PIC -(9)9.99.
       01  WS-EDIT-IMPORTE3 PIC -(9)9.99.
       01  WS-EDIT-IMPORTE4 PIC -(9)9.99.
       01  WS-EDIT-TOTAL PIC -(10)9.99.
       01  WS-EDIT-TOTAL2 PIC -(10)9.99.
       01  WS-EDIT-TOTAL3 PIC -(10)9.99.
       01  WS-EDIT-REGISTROS PIC Z(6)9.
       01  WS-EDIT-REGISTROS2 PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "=== CONCILIACION DEL REGISTRO DE FACTURAS ===".
           PERFORM SONDEA-REGISTRO.
           IF WS-SIN-REGISTRO = "Y"
             DISPLAY "SIN REGISTRO DE FACTURAS (BILLFACT.DAT): NADA"
                 " QUE CONCILIAR."
             STOP RUN
           END-IF.
           IF WS-HUBO-ERROR = "Y"
             DISPLAY "*** LA PRIMERA LINEA DE BILLFACT.DAT NO DA UN"
                 " PERIODO VALIDO. NO SE CONCILIA. ***"
             MOVE "BILLFACT: REGISTRO SIN PERIODO VALIDO"
                 TO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
           PERFORM CARGA-FEEDS.
           PERFORM CARGA-CLAMAS.
           IF WS-FD-DESBORDADO = "Y"
             DISPLAY "*** MAS DE 40 FECHAS DE FEED EN EL MES: AMPLIE"
                 " WS-FEEDS. NO SE CONCILIA. ***"
             MOVE "BILLHIST: TABLA DE FEEDS DESBORDADA"
                 TO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT FACT-EXC-FILE.
           OPEN OUTPUT CONC-REPORT.
           IF WS-EXC-STATUS NOT = "00" OR WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR FACTEXC.DAT O"
                 " FACTCONC.DAT ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECERA.
           SORT FACT-ORD-WORK
               ON ASCENDING KEY FORD-SECUENCIA
               ON ASCENDING KEY FORD-CUST-ID
               ON ASCENDING KEY FORD-TIPO
               ON ASCENDING KEY FORD-ORIGEN
               INPUT PROCEDURE IS ORDENA-LINEAS
               OUTPUT PROCEDURE IS CONCILIA-LINEAS.
           PERFORM IMPRIME-PRUEBA.
           PERFORM IMPRIME-TOTALES.
           CLOSE CONC-REPORT.
           CLOSE FACT-EXC-FILE.
           PERFORM ARCHIVA-REGISTRO.
           DISPLAY "PERIODO CONCILIADO     : " WS-PERIODO.
           DISPLAY "LINEAS DEL REGISTRO    : " WS-REG-LEIDAS.
           DISPLAY "LINEAS CONCILIADAS     : " WS-CONCILIADAS.
           DISPLAY "EXCEPCIONES            : " WS-EXCEPCIONES.
           DISPLAY "FEEDS SIN CUADRAR      : " WS-DESCUADRES.
           IF WS-EXCEPCIONES > 0 OR WS-DESCUADRES > 0
             MOVE SPACES TO WS-ALERTA-TEXTO
             STRING "FACTURAS " WS-PERIODO ": " WS-EXCEPCIONES
                 " EXC, " WS-DESCUADRES " FEEDS SIN CUADRAR"
                 DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    The period is the register's own. An empty register (a
      *    month billing invoiced nothing) is the month before the
      *    business date, so every fee we sent shows as never
      *    invoiced.
           SONDEA-REGISTRO.
             OPEN INPUT BILL-FACT-FILE.
             IF WS-FACT-STATUS = "00"
               READ BILL-FACT-FILE
                 AT END
                   MOVE "Y" TO WS-SIN-REGISTRO
                 NOT AT END
                   IF FACT-PERIODO IS NUMERIC
                     MOVE FACT-PERIODO TO WS-PERIODO
                   END-IF
                   IF WS-PER-MES < 1 OR WS-PER-MES > 12
                       OR WS-PER-ANO < 1601
                     MOVE "Y" TO WS-HUBO-ERROR
                   END-IF
               END-READ
               CLOSE BILL-FACT-FILE
               IF WS-SIN-REGISTRO = "Y"
                 MOVE "N" TO WS-SIN-REGISTRO
                 MOVE WS-FN-ANO TO WS-PER-ANO
                 MOVE WS-FN-MES TO WS-PER-MES
                 IF WS-PER-MES = 1
                   MOVE 12 TO WS-PER-MES
                   SUBTRACT 1 FROM WS-PER-ANO
                 ELSE
                   SUBTRACT 1 FROM WS-PER-MES
                 END-IF
                 DISPLAY "REGISTRO DE FACTURAS VACIO: SE CONCILIA EL"
                     " MES " WS-PERIODO "."
               END-IF
             ELSE
               IF WS-FACT-STATUS = "05"
                 CLOSE BILL-FACT-FILE
               END-IF
               MOVE "Y" TO WS-SIN-REGISTRO
             END-IF.

      *    The CABECERA of every feed dated in the month. A rerun on
      *    the same date carries a higher sequence and replaces it.
           CARGA-FEEDS.
             OPEN INPUT BILL-HIST-FILE.
             IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS = "10"
                 READ BILL-HIST-FILE
                   AT END
                     MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                     IF BILL-TIPO = "CABECERA"
                         AND BILL-FECHA NOT < WS-FECHA-DESDE
                         AND BILL-FECHA NOT > WS-FECHA-HASTA
                       MOVE BILL-FECHA TO WS-FECHA-BUSCADA
                       PERFORM BUSCA-FECHA-FEED
                       IF WS-FD-HALLADO > 0
                         IF BILL-SECUENCIA >
                             WS-FD-SECUENCIA(WS-FD-HALLADO)
                           MOVE BILL-SECUENCIA
                               TO WS-FD-SECUENCIA(WS-FD-HALLADO)
                         END-IF
                       ELSE
                         PERFORM AGREGA-FECHA-FEED
                         IF WS-FD-HALLADO > 0
                           MOVE BILL-SECUENCIA
                               TO WS-FD-SECUENCIA(WS-FD-HALLADO)
                         END-IF
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BILL-HIST-FILE
             ELSE
               IF WS-HIST-STATUS = "05"
                 CLOSE BILL-HIST-FILE
               END-IF
             END-IF.

      *    CTLTOTAL.DAT is appended in time order: the last claim of
      *    a kind for a date is the rerun's, and it replaces the
      *    earlier one.
           CARGA-CLAMAS.
             OPEN INPUT CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-STATUS = "10"
                 READ CTL-TOTAL-FILE
                   AT END
                     MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                     IF (CTL-ARCHIVO = "BILLFEED"
                           OR CTL-ARCHIVO = "BILLFEEDIVA"
                           OR CTL-ARCHIVO = "BILLAJUSTE")
                         AND CTL-FECHA NOT < WS-FECHA-DESDE
                         AND CTL-FECHA NOT > WS-FECHA-HASTA
                       PERFORM GUARDA-CLAMA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CTL-TOTAL-FILE
             ELSE
               IF WS-CTL-STATUS = "05"
                 CLOSE CTL-TOTAL-FILE
               END-IF
             END-IF.

           GUARDA-CLAMA.
             MOVE CTL-FECHA TO WS-FECHA-BUSCADA.
             PERFORM BUSCA-FECHA-FEED.
             IF WS-FD-HALLADO = 0
               PERFORM AGREGA-FECHA-FEED
             END-IF.
             IF WS-FD-HALLADO > 0
               EVALUATE CTL-ARCHIVO
                 WHEN "BILLFEED"
                   MOVE CTL-REGISTROS
                       TO WS-FD-CTL-CLIENTES(WS-FD-HALLADO)
                   MOVE CTL-CHECKSUM
                       TO WS-FD-CTL-BRUTO(WS-FD-HALLADO)
                 WHEN "BILLFEEDIVA"
                   MOVE CTL-REGISTROS
                       TO WS-FD-CTL-IVA-REG(WS-FD-HALLADO)
                   MOVE CTL-CHECKSUM
                       TO WS-FD-CTL-IVA(WS-FD-HALLADO)
                 WHEN OTHER
                   MOVE CTL-REGISTROS
                       TO WS-FD-CTL-AJUSTES(WS-FD-HALLADO)
                   MOVE CTL-CHECKSUM
                       TO WS-FD-CTL-AJU-SUMA(WS-FD-HALLADO)
               END-EVALUATE
             END-IF.

           BUSCA-FECHA-FEED.
             MOVE 0 TO WS-FD-HALLADO.
             PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                 UNTIL WS-FD-IDX > WS-FD-TOTAL OR WS-FD-HALLADO > 0
               IF WS-FD-FECHA(WS-FD-IDX) = WS-FECHA-BUSCADA
                 MOVE WS-FD-IDX TO WS-FD-HALLADO
               END-IF
             END-PERFORM.

           AGREGA-FECHA-FEED.
             MOVE 0 TO WS-FD-HALLADO.
             IF WS-FD-TOTAL < 40
               ADD 1 TO WS-FD-TOTAL
               MOVE WS-FD-TOTAL TO WS-FD-HALLADO
               INITIALIZE WS-FD-ENTRY(WS-FD-TOTAL)
               MOVE WS-FECHA-BUSCADA TO WS-FD-FECHA(WS-FD-TOTAL)
             ELSE
               MOVE "Y" TO WS-FD-DESBORDADO
             END-IF.

           BUSCA-SECUENCIA-FEED.
             MOVE 0 TO WS-FD-HALLADO.
             PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                 UNTIL WS-FD-IDX > WS-FD-TOTAL OR WS-FD-HALLADO > 0
               IF WS-FD-SECUENCIA(WS-FD-IDX) = BILL-SECUENCIA
                   AND WS-FD-SECUENCIA(WS-FD-IDX) > 0
                 MOVE WS-FD-IDX TO WS-FD-HALLADO
               END-IF
             END-PERFORM.

           ORDENA-LINEAS.
             PERFORM ENVIA-HISTORIA.
             PERFORM ENVIA-REGISTRO.

      *    Our side: every CLIENTE and AJUSTE line of the feeds that
      *    count, totalled per feed for the proof.
           ENVIA-HISTORIA.
             OPEN INPUT BILL-HIST-FILE.
             IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS = "10"
                 READ BILL-HIST-FILE
                   AT END
                     MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                     IF BILL-TIPO = "CLIENTE" OR BILL-TIPO = "AJUSTE"
                       PERFORM BUSCA-SECUENCIA-FEED
                       IF WS-FD-HALLADO > 0
                         PERFORM ENVIA-LINEA-FEED
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BILL-HIST-FILE
             ELSE
               IF WS-HIST-STATUS = "05"
                 CLOSE BILL-HIST-FILE
               END-IF
             END-IF.

           ENVIA-LINEA-FEED.
             MOVE BILL-SECUENCIA TO FORD-SECUENCIA.
             MOVE BILL-CUST-ID TO FORD-CUST-ID.
             MOVE BILL-TIPO TO FORD-TIPO.
             MOVE "E" TO FORD-ORIGEN.
             MOVE WS-FD-FECHA(WS-FD-HALLADO) TO FORD-FECHA.
             MOVE SPACES TO FORD-NUMERO.
             IF BILL-TIPO = "CLIENTE"
               MOVE BILL-CUOTA TO FORD-NETO
               MOVE BILL-CUOTA-IMP TO FORD-IVA
               MOVE BILL-CUOTA-BRUTA TO FORD-BRUTO
               ADD 1 TO WS-FD-CLIENTES(WS-FD-HALLADO)
               ADD BILL-CUOTA-BRUTA TO WS-FD-BRUTO(WS-FD-HALLADO)
               ADD BILL-CUOTA-IMP TO WS-FD-IVA(WS-FD-HALLADO)
             ELSE
               MOVE 0 TO FORD-NETO
               MOVE 0 TO FORD-IVA
               MOVE BILL-LEDGER-SUMA TO FORD-BRUTO
               ADD 1 TO WS-FD-AJUSTES(WS-FD-HALLADO)
               ADD BILL-LEDGER-SUMA TO WS-FD-AJU-SUMA(WS-FD-HALLADO)
             END-IF.
             RELEASE FACT-ORD-REG.

      *    Billing's side: a line for another month or without a
      *    usable key or amount cannot be matched and is listed as
      *    it stands.
           ENVIA-REGISTRO.
             OPEN INPUT BILL-FACT-FILE.
             IF WS-FACT-STATUS = "00"
               PERFORM UNTIL WS-FACT-STATUS = "10"
                 READ BILL-FACT-FILE
                   AT END
                     MOVE "10" TO WS-FACT-STATUS
                   NOT AT END
                     ADD 1 TO WS-REG-LEIDAS
                     PERFORM ENVIA-LINEA-REGISTRO
                 END-READ
               END-PERFORM
               CLOSE BILL-FACT-FILE
             ELSE
               IF WS-FACT-STATUS = "05"
                 CLOSE BILL-FACT-FILE
               END-IF
             END-IF.

           ENVIA-LINEA-REGISTRO.
             IF FACT-SECUENCIA IS NOT NUMERIC
                 OR FACT-CUST-ID IS NOT NUMERIC
                 OR FACT-NETO IS NOT NUMERIC
                 OR FACT-IVA IS NOT NUMERIC
                 OR FACT-BRUTO IS NOT NUMERIC
                 OR (FACT-TIPO NOT = "CLIENTE"
                     AND FACT-TIPO NOT = "AJUSTE")
               MOVE "INVALIDO" TO WS-EXC-TIPO
               PERFORM RECHAZA-LINEA-REGISTRO
             ELSE
               IF FACT-PERIODO NOT = WS-PERIODO
                 MOVE "PERIODO" TO WS-EXC-TIPO
                 PERFORM RECHAZA-LINEA-REGISTRO
               ELSE
                 MOVE FACT-SECUENCIA TO FORD-SECUENCIA
                 MOVE FACT-CUST-ID TO FORD-CUST-ID
                 MOVE FACT-TIPO TO FORD-TIPO
                 MOVE "F" TO FORD-ORIGEN
                 MOVE FACT-FECHA TO FORD-FECHA
                 MOVE FACT-NUMERO TO FORD-NUMERO
                 MOVE FACT-NETO TO FORD-NETO
                 MOVE FACT-IVA TO FORD-IVA
                 MOVE FACT-BRUTO TO FORD-BRUTO
                 ADD 1 TO WS-REG-LINEAS
                 ADD FACT-NETO TO WS-REG-NETO
                 ADD FACT-IVA TO WS-REG-IVA
                 ADD FACT-BRUTO TO WS-REG-BRUTO
                 RELEASE FACT-ORD-REG
               END-IF
             END-IF.

           RECHAZA-LINEA-REGISTRO.
             ADD 1 TO WS-RECHAZADAS.
             IF FACT-CUST-ID IS NUMERIC
               MOVE FACT-CUST-ID TO WS-EXC-CUST
             ELSE
               MOVE 0 TO WS-EXC-CUST
             END-IF.
             IF FACT-SECUENCIA IS NUMERIC
               MOVE FACT-SECUENCIA TO WS-EXC-SECUENCIA
             ELSE
               MOVE 0 TO WS-EXC-SECUENCIA
             END-IF.
             MOVE FACT-TIPO TO WS-EXC-LINEA.
             PERFORM GRABA-EXCEPCION.
             MOVE SPACES TO CONC-LINEA.
             STRING WS-EXC-TIPO " FACTURA " FACT-NUMERO
                 " PERIODO " FACT-PERIODO " SEC " FACT-SECUENCIA
                 " CLI " FACT-CUST-ID " " FACT-TIPO
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.

      *    Control break on feed sequence, customer and line type.
           CONCILIA-LINEAS.
             MOVE "N" TO WS-ORD-FIN.
             PERFORM UNTIL WS-ORD-FIN = "Y"
               RETURN FACT-ORD-WORK
                 AT END
                   MOVE "Y" TO WS-ORD-FIN
                 NOT AT END
                   PERFORM ACUMULA-LINEA
               END-RETURN
             END-PERFORM.
             IF WS-GRUPO-ABIERTO = "Y"
               PERFORM CIERRA-GRUPO
             END-IF.

           ACUMULA-LINEA.
             IF WS-GRUPO-ABIERTO = "Y"
                 AND (FORD-SECUENCIA NOT = WS-G-SECUENCIA
                   OR FORD-CUST-ID NOT = WS-G-CUST-ID
                   OR FORD-TIPO NOT = WS-G-TIPO)
               PERFORM CIERRA-GRUPO
             END-IF.
             IF WS-GRUPO-ABIERTO = "N"
               PERFORM ABRE-GRUPO
             END-IF.
             IF FORD-ORIGEN = "E"
               ADD 1 TO WS-G-ENVIADAS
               IF FORD-TIPO = "AJUSTE" OR FORD-BRUTO NOT = 0
                 ADD 1 TO WS-G-FACTURABLES
                 ADD 1 TO WS-ENV-LINEAS
                 ADD FORD-BRUTO TO WS-ENV-BRUTO
               END-IF
               ADD FORD-NETO TO WS-G-ENV-NETO
               ADD FORD-IVA TO WS-G-ENV-IVA
               ADD FORD-BRUTO TO WS-G-ENV-BRUTO
             ELSE
               ADD 1 TO WS-G-FACTURADAS
               IF WS-G-NUMERO = SPACES
                 MOVE FORD-NUMERO TO WS-G-NUMERO
               END-IF
               ADD FORD-NETO TO WS-G-FAC-NETO
               ADD FORD-IVA TO WS-G-FAC-IVA
               ADD FORD-BRUTO TO WS-G-FAC-BRUTO
             END-IF.

           ABRE-GRUPO.
             MOVE "Y" TO WS-GRUPO-ABIERTO.
             MOVE FORD-SECUENCIA TO WS-G-SECUENCIA.
             MOVE FORD-CUST-ID TO WS-G-CUST-ID.
             MOVE FORD-TIPO TO WS-G-TIPO.
             MOVE SPACES TO WS-G-NUMERO.
             MOVE 0 TO WS-G-ENVIADAS.
             MOVE 0 TO WS-G-FACTURABLES.
             MOVE 0 TO WS-G-FACTURADAS.
             MOVE 0 TO WS-G-ENV-NETO.
             MOVE 0 TO WS-G-ENV-IVA.
             MOVE 0 TO WS-G-ENV-BRUTO.
             MOVE 0 TO WS-G-FAC-NETO.
             MOVE 0 TO WS-G-FAC-IVA.
             MOVE 0 TO WS-G-FAC-BRUTO.

      *    A CLIENTE line without a fee is not expected on an invoice;
      *    if billing invoiced it anyway the amounts disagree. AJUSTE
      *    lines are one amount, compared on the gross.
           CIERRA-GRUPO.
             MOVE "N" TO WS-GRUPO-ABIERTO.
             MOVE SPACES TO WS-EXC-TIPO.
             EVALUATE TRUE
               WHEN WS-G-ENVIADAS = 0
                 MOVE "NOENVIADO" TO WS-EXC-TIPO
                 ADD WS-G-FACTURADAS TO WS-NO-ENVIADAS
               WHEN WS-G-FACTURADAS > WS-G-FACTURABLES
                   AND WS-G-FACTURABLES > 0
                 MOVE "DUPLICADO" TO WS-EXC-TIPO
                 ADD 1 TO WS-DUPLICADAS
               WHEN WS-G-FACTURADAS < WS-G-FACTURABLES
                 MOVE "NOFACTURA" TO WS-EXC-TIPO
                 ADD 1 TO WS-NO-FACTURADAS
               WHEN WS-G-FACTURADAS = 0
                 CONTINUE
               WHEN WS-G-ENV-BRUTO NOT = WS-G-FAC-BRUTO
                 MOVE "DIFIMPORT" TO WS-EXC-TIPO
                 ADD 1 TO WS-DIFERENCIAS
               WHEN WS-G-TIPO = "CLIENTE"
                   AND (WS-G-ENV-NETO NOT = WS-G-FAC-NETO
                     OR WS-G-ENV-IVA NOT = WS-G-FAC-IVA)
                 MOVE "DIFIMPORT" TO WS-EXC-TIPO
                 ADD 1 TO WS-DIFERENCIAS
               WHEN OTHER
                 ADD WS-G-FACTURADAS TO WS-CONCILIADAS
             END-EVALUATE.
             IF WS-EXC-TIPO NOT = SPACES
               MOVE WS-G-CUST-ID TO WS-EXC-CUST
               MOVE WS-G-TIPO TO WS-EXC-LINEA
               MOVE WS-G-SECUENCIA TO WS-EXC-SECUENCIA
               PERFORM GRABA-EXCEPCION
               PERFORM IMPRIME-GRUPO
             END-IF.

           IMPRIME-GRUPO.
             MOVE WS-G-ENV-BRUTO TO WS-EDIT-IMPORTE.
             MOVE WS-G-FAC-BRUTO TO WS-EDIT-IMPORTE2.
             MOVE SPACES TO CONC-LINEA.
             STRING WS-EXC-TIPO " " WS-G-TIPO " SEC " WS-G-SECUENCIA
                 " CLI " WS-G-CUST-ID " FACTURA " WS-G-NUMERO
                 " BRUTO " WS-EDIT-IMPORTE "/" WS-EDIT-IMPORTE2
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-G-ENV-NETO TO WS-EDIT-IMPORTE.
             MOVE WS-G-FAC-NETO TO WS-EDIT-IMPORTE2.
             MOVE WS-G-ENV-IVA TO WS-EDIT-IMPORTE3.
             MOVE WS-G-FAC-IVA TO WS-EDIT-IMPORTE4.
             MOVE SPACES TO CONC-LINEA.
             STRING "    ENVIADAS " WS-G-ENVIADAS
                 " FACTURADAS " WS-G-FACTURADAS
                 " NETO " WS-EDIT-IMPORTE "/" WS-EDIT-IMPORTE2
                 " IVA " WS-EDIT-IMPORTE3 "/" WS-EDIT-IMPORTE4
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.

           GRABA-EXCEPCION.
             MOVE "BILLFACT" TO BILL-EXC-ARCHIVO.
             MOVE WS-EXC-TIPO TO BILL-EXC-TIPO.
             MOVE WS-EXC-CUST TO BILL-EXC-CLAVE.
             MOVE WS-EXC-LINEA TO BILL-EXC-MOTIVO.
             MOVE WS-EXC-SECUENCIA TO BILL-EXC-SECUENCIA.
             WRITE BILL-EXC-REG.
             ADD 1 TO WS-EXCEPCIONES.
             DISPLAY "*** " WS-EXC-TIPO ": CLIENTE " WS-EXC-CUST
                 " SECUENCIA " WS-EXC-SECUENCIA " " WS-EXC-LINEA
                 " ***".

           IMPRIME-CABECERA.
             MOVE SPACES TO CONC-LINEA.
             STRING "CONCILIACION DEL REGISTRO DE FACTURAS - PERIODO "
                 WS-PERIODO " - FECHA " WS-FECHA-NEGOCIO
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "IMPORTES ENVIADO/FACTURADO; EXCEPCIONES TAMBIEN"
                 " EN FACTEXC.DAT"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.

      *    Each feed's lines as kept in BILLHIST.DAT against what
      *    BILLING-EXPORT claimed when it wrote them, in cents.
           IMPRIME-PRUEBA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "PRUEBA CONTRA CTLTOTAL.DAT  LINEAS   CUOTA BRUTA"
                 "           IVA AJUSTES       IMPORTE"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                 UNTIL WS-FD-IDX > WS-FD-TOTAL
               PERFORM PRUEBA-FEED
             END-PERFORM.

           PRUEBA-FEED.
             COMPUTE WS-CENTIMOS = WS-FD-BRUTO(WS-FD-IDX) * 100.
             COMPUTE WS-CENTIMOS2 = WS-FD-IVA(WS-FD-IDX) * 100.
             COMPUTE WS-CENTIMOS3 = WS-FD-AJU-SUMA(WS-FD-IDX) * 100.
             IF WS-FD-SECUENCIA(WS-FD-IDX) > 0
                 AND WS-FD-CLIENTES(WS-FD-IDX) =
                     WS-FD-CTL-CLIENTES(WS-FD-IDX)
                 AND WS-FD-CLIENTES(WS-FD-IDX) =
                     WS-FD-CTL-IVA-REG(WS-FD-IDX)
                 AND WS-FD-AJUSTES(WS-FD-IDX) =
                     WS-FD-CTL-AJUSTES(WS-FD-IDX)
                 AND WS-CENTIMOS = WS-FD-CTL-BRUTO(WS-FD-IDX)
                 AND WS-CENTIMOS2 = WS-FD-CTL-IVA(WS-FD-IDX)
                 AND WS-CENTIMOS3 = WS-FD-CTL-AJU-SUMA(WS-FD-IDX)
               MOVE "S" TO WS-FD-CUADRA(WS-FD-IDX)
             ELSE
               MOVE "N" TO WS-FD-CUADRA(WS-FD-IDX)
               ADD 1 TO WS-DESCUADRES
             END-IF.
             MOVE WS-FD-CLIENTES(WS-FD-IDX) TO WS-EDIT-REGISTROS.
             MOVE WS-FD-BRUTO(WS-FD-IDX) TO WS-EDIT-IMPORTE.
             MOVE WS-FD-IVA(WS-FD-IDX) TO WS-EDIT-IMPORTE2.
             MOVE WS-FD-AJUSTES(WS-FD-IDX) TO WS-EDIT-REGISTROS2.
             MOVE WS-FD-AJU-SUMA(WS-FD-IDX) TO WS-EDIT-IMPORTE3.
             MOVE SPACES TO CONC-LINEA.
             STRING WS-FD-FECHA(WS-FD-IDX) " SEC "
                 WS-FD-SECUENCIA(WS-FD-IDX) " HIST "
                 WS-EDIT-REGISTROS WS-EDIT-IMPORTE WS-EDIT-IMPORTE2
                 WS-EDIT-REGISTROS2 WS-EDIT-IMPORTE3
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             COMPUTE WS-IMPORTE-CLAMADO =
                 WS-FD-CTL-BRUTO(WS-FD-IDX) / 100.
             MOVE WS-IMPORTE-CLAMADO TO WS-EDIT-IMPORTE.
             COMPUTE WS-IMPORTE-CLAMADO =
                 WS-FD-CTL-IVA(WS-FD-IDX) / 100.
             MOVE WS-IMPORTE-CLAMADO TO WS-EDIT-IMPORTE2.
             COMPUTE WS-IMPORTE-CLAMADO =
                 WS-FD-CTL-AJU-SUMA(WS-FD-IDX) / 100.
             MOVE WS-IMPORTE-CLAMADO TO WS-EDIT-IMPORTE3.
             MOVE WS-FD-CTL-CLIENTES(WS-FD-IDX) TO WS-EDIT-REGISTROS.
             MOVE WS-FD-CTL-AJUSTES(WS-FD-IDX) TO WS-EDIT-REGISTROS2.
             MOVE SPACES TO CONC-LINEA.
             IF WS-FD-CUADRA(WS-FD-IDX) = "S"
               STRING "                CLAMADO"
                   WS-EDIT-REGISTROS WS-EDIT-IMPORTE WS-EDIT-IMPORTE2
                   WS-EDIT-REGISTROS2 WS-EDIT-IMPORTE3 " CUADRA"
                   DELIMITED BY SIZE INTO CONC-LINEA
             ELSE
               STRING "                CLAMADO"
                   WS-EDIT-REGISTROS WS-EDIT-IMPORTE WS-EDIT-IMPORTE2
                   WS-EDIT-REGISTROS2 WS-EDIT-IMPORTE3 " NO CUADRA"
                   DELIMITED BY SIZE INTO CONC-LINEA
             END-IF.
             WRITE CONC-LINEA.

           IMPRIME-TOTALES.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-ENV-LINEAS TO WS-EDIT-REGISTROS.
             MOVE WS-ENV-BRUTO TO WS-EDIT-TOTAL.
             MOVE SPACES TO CONC-LINEA.
             STRING "LINEAS FACTURABLES ENVIADAS  " WS-EDIT-REGISTROS
                 "  BRUTO " WS-EDIT-TOTAL
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE WS-REG-LINEAS TO WS-EDIT-REGISTROS.
             MOVE WS-REG-BRUTO TO WS-EDIT-TOTAL.
             MOVE WS-REG-NETO TO WS-EDIT-TOTAL2.
             MOVE WS-REG-IVA TO WS-EDIT-TOTAL3.
             MOVE SPACES TO CONC-LINEA.
             STRING "LINEAS FACTURADAS DEL PERIODO" WS-EDIT-REGISTROS
                 "  BRUTO " WS-EDIT-TOTAL " NETO " WS-EDIT-TOTAL2
                 " IVA " WS-EDIT-TOTAL3
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "CONCILIADAS " WS-CONCILIADAS
                 " NOENVIADO " WS-NO-ENVIADAS
                 " NOFACTURA " WS-NO-FACTURADAS
                 " DUPLICADO " WS-DUPLICADAS
                 " DIFIMPORT " WS-DIFERENCIAS
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "LINEAS DEL REGISTRO " WS-REG-LEIDAS
                 " RECHAZADAS " WS-RECHAZADAS
                 " EXCEPCIONES " WS-EXCEPCIONES
                 " FEEDS SIN CUADRAR " WS-DESCUADRES
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.

      *    The reconciled register is kept under the business date,
      *    out of the way of the next one INGATE releases.
           ARCHIVA-REGISTRO.
             MOVE SPACES TO WS-ARCH-BILLFACT-HECHO.
             STRING "BILLFACT.C" WS-FECHA-NEGOCIO ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-BILLFACT-HECHO.
             CALL "ENVNAME" USING WS-ARCH-BILLFACT-HECHO WS-AMBIENTE.
             CALL "CBL_RENAME_FILE" USING WS-ARCH-BILLFACT
                 WS-ARCH-BILLFACT-HECHO.
             DISPLAY "REGISTRO CONCILIADO, GUARDADO COMO "
                 WS-ARCH-BILLFACT-HECHO.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "FACTCONC" TO ALRT-PROGRAMA.
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

           RESUELVE-ARCHIVOS.
             MOVE "BILLFACT.DAT" TO WS-ARCH-BILLFACT.
             CALL "ENVNAME" USING WS-ARCH-BILLFACT WS-AMBIENTE.
             MOVE "BILLHIST.DAT" TO WS-ARCH-BILLHIST.
             CALL "ENVNAME" USING WS-ARCH-BILLHIST WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "FACTEXC.DAT" TO WS-ARCH-FACTEXC.
             CALL "ENVNAME" USING WS-ARCH-FACTEXC WS-AMBIENTE.
             MOVE "FACTCONC.DAT" TO WS-ARCH-FACTCONC.
             CALL "ENVNAME" USING WS-ARCH-FACTCONC WS-AMBIENTE.
             MOVE "FACTORD.TMP" TO WS-ARCH-FACTORDTMP.
             CALL "ENVNAME" USING WS-ARCH-FACTORDTMP WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM FACTCONC.
