      *          percentage) and writes one FEEFILE.DAT record that
      *          BILLING-EXPORT picks up, with a fee-total line in
      *          CTLTOTAL.DAT to balance against. Runs in NIGHTRUN
      *          after BALPOST. A REVERSO record (see REVERSO) for an
      *          entry posted the same day stays in the base, where
      *          it nets the original out; one for an earlier day is
      *          kept out of the base and credits back that day's
      *          fee in proportion to the reversed amount, found in
      *          FEEHIST.DAT and taxed at that day's VAT rate, as a
      *          separate negative FEEFILE record. A waiver or
      *          promotional discount in force for the customer or
      *          its segment (EXENCION.DAT, through EXENCALC) comes
      *          off the fee before TAXCALC, so the VAT is on the
      *          net; the record keeps the fee before the waiver and
      *          the amount waived for EXENRPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEE-FILE ASSIGN TO DYNAMIC WS-ARCH-FEEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               WS-ARCH-DISPUTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT OPTIONAL FEE-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VARS-LEDGER-FILE.
       FD  FEE-FILE.
           COPY "FEEREC.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  DISPUTE-FILE.
           COPY "DISPUTE.cpy".

       FD  FEE-HIST-FILE.
           COPY "FEEREC.cpy"
               REPLACING FEE-REG BY FHIS-REG
                         FEE-CUST-ID BY FHIS-CUST-ID
                         FEE-FECHA BY FHIS-FECHA
                         FEE-BASE BY FHIS-BASE
                         FEE-TASA BY FHIS-TASA
                         FEE-IMPORTE BY FHIS-IMPORTE
                         FEE-IMPUESTO BY FHIS-IMPUESTO
                         FEE-BRUTO BY FHIS-BRUTO
                         FEE-TARIFA BY FHIS-TARIFA
                         FEE-EXENTO BY FHIS-EXENTO
                         FEE-EXENCION BY FHIS-EXENCION.

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-GEN-NOMBRE PIC X(30).
       01  WS-DACT-IDX PIC 999.
       01  WS-DISPUTADO PIC X.
       01  WS-DISPUTADOS PIC 9(5) VALUE 0.
       01  WS-ARCH-FEEHIST PIC X(30).
       01  WS-FHIS-STATUS PIC XX.
      *    Reversals of an earlier day's entry: the fee credit owed
      *    on each, filled in from that day's fee in FEEHIST.DAT.
       01  WS-ABONOS.
           05  WS-ABONO-ENTRY OCCURS 200.
               10  WS-ABONO-CUST PIC 9(6).
               10  WS-ABONO-FECHA PIC 9(8).
               10  WS-ABONO-SUMA PIC S9(9)V99.
               10  WS-ABONO-CUOTA PIC S9(9)V99.
               10  WS-ABONO-HALLADO PIC X.
       01  WS-ABONO-TOTAL PIC 999 VALUE 0.
       01  WS-ABONO-IDX PIC 999.
       01  WS-ABONOS-EMITIDOS PIC 9(5) VALUE 0.
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-MAESTRO-ABIERTO PIC X VALUE "N".
       01  WS-CLIENTE PIC 9(6).
       01  WS-SEGMENTO PIC X(3).
       01  WS-TARIFA PIC S9(9)V99.
       01  WS-EXENTO PIC S9(9)V99.
       01  WS-EXENCION PIC 9(5).
       01  WS-EXENTAS PIC 9(5) VALUE 0.
       01  WS-EXENTO-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-EXENTO PIC -(10)9.99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
           PERFORM CARGA-TASA.
           PERFORM CARGA-DISPUTAS-ACTIVAS.
           PERFORM ACUMULA-ACTIVIDAD.
           IF WS-ABONO-TOTAL > 0
             PERFORM BUSCA-CUOTAS-ORIGINALES
           END-IF.
           IF WS-ACUM-TOTAL = 0 AND WS-ABONO-TOTAL = 0
             DISPLAY "SIN ACTIVIDAD DE LEDGER: SIN CUOTAS HOY."
             OPEN OUTPUT FEE-FILE
             CLOSE FEE-FILE
           ELSE
             IF WS-ACUM-TOTAL > 0 AND WS-HAY-TASA = "N"
               DISPLAY "*** ERROR: HAY ACTIVIDAD PERO NO HAY TABLA"
                   " DE TARIFAS VIGENTE. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.
             MOVE "DISPUTES.DAT" TO WS-ARCH-DISPUTES.
             CALL "ENVNAME" USING WS-ARCH-DISPUTES WS-AMBIENTE.
             MOVE "FEEHIST.DAT" TO WS-ARCH-FEEHIST.
             CALL "ENVNAME" USING WS-ARCH-FEEHIST WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.

      *    The table RATEPUB has in force is loaded whole: one row
      *    per amount band, each with its own rate read as a

      *    Contested activity stays out of the fee base: a record
      *    inside an open (or written-off) dispute range is frozen
      *    out of the feed until DISPMNT releases it. A bad-debt
      *    write-off is not activity and earns no fee. A reversal
      *    of an earlier day's entry is not activity either: it is
      *    queued for a credit of the fee that entry raised.
           ACUMULA-POR-CLIENTE.
             IF VARS-LOG-EVENTO = "CASTIGO"
               GO TO ACUMULA-POR-CLIENTE-FIN
             END-IF.
             IF VARS-LOG-EVENTO = "REVERSO"
                 AND VARS-LOG-ORIG-FECHA NOT = VARS-LOG-FECHA
               PERFORM ANOTA-ABONO
               GO TO ACUMULA-POR-CLIENTE-FIN
             END-IF.
             PERFORM VERIFICA-DISPUTA.
             IF WS-DISPUTADO = "Y"
               ADD 1 TO WS-DISPUTADOS
           ACUMULA-POR-CLIENTE-FIN.
             CONTINUE.

           ANOTA-ABONO.
             IF WS-ABONO-TOTAL < 200
               ADD 1 TO WS-ABONO-TOTAL
               MOVE VARS-LOG-CUST-ID TO WS-ABONO-CUST(WS-ABONO-TOTAL)
               MOVE VARS-LOG-ORIG-FECHA
                   TO WS-ABONO-FECHA(WS-ABONO-TOTAL)
               COMPUTE WS-ABONO-SUMA(WS-ABONO-TOTAL) =
                   0 - VARS-LOG-SUMA
               MOVE 0 TO WS-ABONO-CUOTA(WS-ABONO-TOTAL)
               MOVE "N" TO WS-ABONO-HALLADO(WS-ABONO-TOTAL)
             ELSE
               DISPLAY "*** AVISO: MAS DE 200 REVERSOS A ABONAR. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

      *    One pass over the fee history: the original day's
      *    activity fee (rate not zero; fixed charges and earlier
      *    credits carry none) is shared out over that day's base,
      *    and the reversed amount's share of it is credited, never
      *    more than the fee itself. That fee is the one billed,
      *    after any waiver, so a waived fee credits back no more
      *    than the customer paid.
           BUSCA-CUOTAS-ORIGINALES.
             OPEN INPUT FEE-HIST-FILE.
             IF WS-FHIS-STATUS = "00"
               PERFORM UNTIL WS-FHIS-STATUS = "10"
                 READ FEE-HIST-FILE
                   AT END
                     MOVE "10" TO WS-FHIS-STATUS
                   NOT AT END
                     IF FHIS-TASA NOT = 0 AND FHIS-BASE NOT = 0
                       PERFORM VARYING WS-ABONO-IDX FROM 1 BY 1
                           UNTIL WS-ABONO-IDX > WS-ABONO-TOTAL
                         IF WS-ABONO-CUST(WS-ABONO-IDX) = FHIS-CUST-ID
                             AND WS-ABONO-FECHA(WS-ABONO-IDX)
                                 = FHIS-FECHA
                             AND WS-ABONO-HALLADO(WS-ABONO-IDX) = "N"
                           PERFORM CALCULA-ABONO
                         END-IF
                       END-PERFORM
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FEE-HIST-FILE
             ELSE
               IF WS-FHIS-STATUS = "05"
                 CLOSE FEE-HIST-FILE
               END-IF
             END-IF.

           CALCULA-ABONO.
             MOVE "Y" TO WS-ABONO-HALLADO(WS-ABONO-IDX).
             COMPUTE WS-ABONO-CUOTA(WS-ABONO-IDX) ROUNDED =
                 0 - (FHIS-IMPORTE * WS-ABONO-SUMA(WS-ABONO-IDX)
                     / FHIS-BASE).
             IF FHIS-IMPORTE > 0
               IF WS-ABONO-CUOTA(WS-ABONO-IDX) > 0
                 MOVE 0 TO WS-ABONO-CUOTA(WS-ABONO-IDX)
               END-IF
               IF WS-ABONO-CUOTA(WS-ABONO-IDX) < 0 - FHIS-IMPORTE
                 COMPUTE WS-ABONO-CUOTA(WS-ABONO-IDX) =
                     0 - FHIS-IMPORTE
               END-IF
             ELSE
               MOVE 0 TO WS-ABONO-CUOTA(WS-ABONO-IDX)
             END-IF.

           CALCULA-CUOTAS.
             OPEN OUTPUT FEE-FILE.
             IF WS-FEE-STATUS NOT = "00"
                   " (STATUS " WS-FEE-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
      *    The master only gives the segment a waiver may name; a
      *    missing master still lets a customer's own waiver apply.
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS = "00"
                 MOVE "Y" TO WS-MAESTRO-ABIERTO
               ELSE
                 DISPLAY "AVISO: SIN MAESTRO DE CLIENTES (STATUS "
                     WS-CUST-STATUS "): SOLO EXENCIONES POR CLIENTE."
               END-IF
               PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
                   UNTIL WS-ACUM-IDX > WS-ACUM-TOTAL
                 PERFORM CALCULA-UNA-CUOTA
                     THRU CALCULA-UNA-CUOTA-FIN
               END-PERFORM
               IF WS-MAESTRO-ABIERTO = "Y"
                 CLOSE CUSTOMER-MASTER
               END-IF
               PERFORM VARYING WS-ABONO-IDX FROM 1 BY 1
                   UNTIL WS-ABONO-IDX > WS-ABONO-TOTAL
                 PERFORM EMITE-ABONO THRU EMITE-ABONO-FIN
               END-PERFORM
               CLOSE FEE-FILE
               DISPLAY "CUOTAS CALCULADAS: " WS-CUOTAS " ("
                   WS-BANDA-TOTAL " BANDAS EN LA TABLA)."
               DISPLAY "ABONOS POR REVERSO: " WS-ABONOS-EMITIDOS
               MOVE WS-EXENTO-TOTAL TO WS-EDIT-EXENTO
               DISPLAY "CUOTAS CON EXENCION: " WS-EXENTAS
                   " IMPORTE EXENTO: " WS-EDIT-EXENTO
             END-IF.

      *    base * rate through the shared VARSCALC core, then the
             CALL "VARSCALC" USING WS-NUM-1 WS-NUM-2 WS-SUMA
                 WS-RESTA WS-MULT WS-DIV WS-DIV-VALIDA.
             COMPUTE WS-CUOTA ROUNDED = WS-MULT / 100.
             MOVE WS-CUOTA TO WS-TARIFA.
             PERFORM APLICA-EXENCION.
      *    The VAT is computed here, never at the billing end: a
      *    missing effective rate stops the fee, it does not leave
      *    quietly untaxed.
             MOVE WS-CUOTA TO FEE-IMPORTE.
             MOVE WS-IMPUESTO TO FEE-IMPUESTO.
             MOVE WS-BRUTO TO FEE-BRUTO.
             MOVE WS-TARIFA TO FEE-TARIFA.
             MOVE WS-EXENTO TO FEE-EXENTO.
             MOVE WS-EXENCION TO FEE-EXENCION.
             WRITE FEE-REG.
             IF WS-FEE-STATUS = "00"
               ADD 1 TO WS-CUOTAS
               ADD WS-CUOTA TO WS-CUOTA-CHECKSUM
               ADD WS-IMPUESTO TO WS-IVA-CHECKSUM
               IF WS-EXENCION NOT = 0
                 ADD 1 TO WS-EXENTAS
                 ADD WS-EXENTO TO WS-EXENTO-TOTAL
               END-IF
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO LA CUOTA DEL CLIENTE "
                   FEE-CUST-ID " ***"
           CALCULA-UNA-CUOTA-FIN.
             CONTINUE.

      *    The waiver comes off the fee as rated; what is left is
      *    the fee taxed, billed and balanced.
           APLICA-EXENCION.
             MOVE WS-ACUM-CUST(WS-ACUM-IDX) TO WS-CLIENTE.
             MOVE SPACES TO WS-SEGMENTO.
             IF WS-MAESTRO-ABIERTO = "Y"
               MOVE WS-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CUST-SEGMENTO TO WS-SEGMENTO
               END-READ
             END-IF.
             CALL "EXENCALC" USING WS-CLIENTE WS-SEGMENTO
                 WS-FECHA-NEGOCIO WS-TARIFA WS-EXENTO WS-EXENCION.
             COMPUTE WS-CUOTA = WS-TARIFA - WS-EXENTO.

      *    The credit is taxed at the rate in force on the day the
      *    fee was raised, so it cancels exactly the VAT charged.
      *    Its base is the reversal's amount and its rate zero.
           EMITE-ABONO.
             IF WS-ABONO-HALLADO(WS-ABONO-IDX) = "N"
               DISPLAY "AVISO: SIN CUOTA DEL "
                   WS-ABONO-FECHA(WS-ABONO-IDX) " PARA EL CLIENTE "
                   WS-ABONO-CUST(WS-ABONO-IDX) ": REVERSO SIN ABONO."
               GO TO EMITE-ABONO-FIN
             END-IF.
             IF WS-ABONO-CUOTA(WS-ABONO-IDX) = 0
               GO TO EMITE-ABONO-FIN
             END-IF.
             MOVE WS-ABONO-CUOTA(WS-ABONO-IDX) TO WS-CUOTA.
             CALL "TAXCALC" USING WS-ABONO-FECHA(WS-ABONO-IDX)
                 WS-CUOTA WS-IMPUESTO WS-BRUTO WS-TASA-IVA WS-HAY-IVA.
             IF WS-HAY-IVA = "N"
               DISPLAY "*** ERROR: SIN TASA DE IVA EFECTIVA PARA LA"
                   " FECHA " WS-ABONO-FECHA(WS-ABONO-IDX) ". ABONO NO"
                   " EMITIDO (CLIENTE " WS-ABONO-CUST(WS-ABONO-IDX)
                   "). ***"
               MOVE "Y" TO WS-HUBO-ERROR
               GO TO EMITE-ABONO-FIN
             END-IF.
             MOVE WS-ABONO-CUST(WS-ABONO-IDX) TO FEE-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO FEE-FECHA.
             COMPUTE FEE-BASE = 0 - WS-ABONO-SUMA(WS-ABONO-IDX).
             MOVE 0 TO FEE-TASA.
             MOVE WS-CUOTA TO FEE-IMPORTE.
             MOVE WS-IMPUESTO TO FEE-IMPUESTO.
             MOVE WS-BRUTO TO FEE-BRUTO.
             MOVE WS-CUOTA TO FEE-TARIFA.
             MOVE 0 TO FEE-EXENTO.
             MOVE 0 TO FEE-EXENCION.
             WRITE FEE-REG.
             IF WS-FEE-STATUS = "00"
               ADD 1 TO WS-CUOTAS
               ADD 1 TO WS-ABONOS-EMITIDOS
               ADD WS-CUOTA TO WS-CUOTA-CHECKSUM
               ADD WS-IMPUESTO TO WS-IVA-CHECKSUM
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL ABONO DEL CLIENTE "
                   FEE-CUST-ID " ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           EMITE-ABONO-FIN.
             CONTINUE.


           CARGA-DISPUTAS-ACTIVAS.
             OPEN INPUT DISPUTE-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

