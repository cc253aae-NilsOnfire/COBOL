      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-charge run, every business day: it raises
      *          each due STNDCHG.DAT charge -- window open for the
      *          business date, frequency monthly, customer still
      *          activo in the master and its billing cycle day
      *          (CUST-CICLO, rolled to the next business day by
      *          CICLOFEC) falling on the business date -- as a
      *          FEEFILE.DAT record appended after FEECALC's activity
      *          fees, so BILLING-EXPORT carries it into BILL-CUOTA
      *          and the CTLTOTAL.DAT controls balance it; the month-
      *          end billing peak is spread over the cycle days.
      *          STNDCKPT.DAT remembers the last business date run: a
      *          rerun on the same date is a clean no-op, never a
      *          double charge. A checkpoint left by the old monthly
      *          run (its YYYYMM only) is kept as the month already
      *          charged in bulk, so no cycle of that month charges
      *          again. A customer gone
      *          inactivo (or merged, pending purge or dormant)
      *          simply stops matching; nobody has to remember to
      *          cancel anything. A waiver or promotional discount in
      *          force for the customer or its segment (EXENCION.DAT,
      *          through EXENCALC) comes off the charge before
      *          TAXCALC; the record keeps the charge before it and
      *          the amount waived.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  FEE-FILE.
           COPY "FEEREC.cpy".

      *    Last business date run, and the month the old monthly
      *    run last charged in bulk (zeros when there never was one).
      *    A monthly-run checkpoint is a bare YYYYMM: it reads as a
      *    date ending in spaces.
       FD  STND-CKPT-FILE.
       01  STND-CKPT-REG.
           05  STND-CKPT-FECHA  PIC X(8).
           05  STND-CKPT-ANOMES PIC X(6).

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "STNDRUN".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANOMES-CARGADO PIC 9(6) VALUE 0.
       01  WS-FECHA-CARGADA PIC 9(8) VALUE 0.
       01  WS-FUERA-CICLO PIC 9(5) VALUE 0.
       01  WS-CICLO-CLIENTE PIC 99.
       01  WS-SEGMENTO-CLIENTE PIC X(3).
       01  WS-CLIENTE PIC 9(6).
       01  WS-CARGO-TARIFA PIC S9(9)V99.
       01  WS-CARGO-NETO PIC S9(9)V99.
       01  WS-EXENTO PIC S9(9)V99.
       01  WS-EXENCION PIC 9(5).
       01  WS-EXENTOS PIC 9(5) VALUE 0.
       01  WS-CICLO-TOCA PIC X.
       01  WS-CICLO-PERIODO PIC 9(6).
       01  WS-CICLO-ANTERIOR PIC 9(8).
       01  WS-CICLO-DEL-MES PIC 9(8).
       01  WS-CARGOS PIC 9(5) VALUE 0.
       01  WS-OMITIDOS PIC 9(5) VALUE 0.
       01  WS-CHG-CHECKSUM PIC S9(14) VALUE 0.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-CHECKPOINT.
           IF WS-FECHA-CARGADA = WS-FECHA-NEGOCIO
             DISPLAY "CARGOS FIJOS YA COBRADOS EL DIA "
                 WS-FECHA-NEGOCIO ": NADA QUE HACER."
           ELSE
             PERFORM COBRA-CARGOS
             IF WS-HUBO-ERROR = "N"
           END-IF.
           DISPLAY "CARGOS COBRADOS : " WS-CARGOS.
           DISPLAY "CARGOS OMITIDOS : " WS-OMITIDOS.
           DISPLAY "  DE OTRO CICLO : " WS-FUERA-CICLO.
           DISPLAY "CON EXENCION    : " WS-EXENTOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             IF WS-CKPT-STATUS = "00"
               READ STND-CKPT-FILE
                 NOT AT END
                   IF STND-CKPT-FECHA(7:2) = SPACES
                     IF STND-CKPT-FECHA(1:6) IS NUMERIC
                       MOVE STND-CKPT-FECHA(1:6) TO WS-ANOMES-CARGADO
                     END-IF
                   ELSE
                     IF STND-CKPT-FECHA IS NUMERIC
                       MOVE STND-CKPT-FECHA TO WS-FECHA-CARGADA
                     END-IF
                     IF STND-CKPT-ANOMES IS NUMERIC
                       MOVE STND-CKPT-ANOMES TO WS-ANOMES-CARGADO
                     END-IF
                   END-IF
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"

           GRABA-CHECKPOINT.
             OPEN OUTPUT STND-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO STND-CKPT-FECHA.
             MOVE WS-ANOMES-CARGADO TO STND-CKPT-ANOMES.
             WRITE STND-CKPT-REG.
             CLOSE STND-CKPT-FILE.

               ELSE
                 PERFORM VERIFICA-CLIENTE-ACTIVO
                 IF WS-CLIENTE-ACTIVO = "Y"
                   PERFORM VERIFICA-CICLO
                   IF WS-CICLO-TOCA = "Y"
                     PERFORM GRABA-CARGO THRU GRABA-CARGO-FIN
                   ELSE
                     ADD 1 TO WS-OMITIDOS
                     ADD 1 TO WS-FUERA-CICLO
                   END-IF
                 ELSE
                   ADD 1 TO WS-OMITIDOS
                 END-IF
                 NOT INVALID KEY
                   IF CUST-ESTADO NOT = "I" AND CUST-ESTADO NOT = "P"
                       AND CUST-ESTADO NOT = "F"
                       AND CUST-ESTADO NOT = "X"
                       AND CUST-ESTADO NOT = "D"
                     MOVE "Y" TO WS-CLIENTE-ACTIVO
                     MOVE CUST-CICLO TO WS-CICLO-CLIENTE
                     MOVE CUST-SEGMENTO TO WS-SEGMENTO-CLIENTE
                   END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    The charge falls due on the customer's cycle date; a cycle
      *    of a month the old monthly run already charged in bulk is
      *    not charged again.
           VERIFICA-CICLO.
             CALL "CICLOFEC" USING WS-CICLO-CLIENTE WS-FECHA-NEGOCIO
                 WS-CICLO-TOCA WS-CICLO-PERIODO WS-CICLO-ANTERIOR
                 WS-CICLO-DEL-MES.
             IF WS-CICLO-TOCA = "Y"
                 AND WS-CICLO-PERIODO NOT > WS-ANOMES-CARGADO
               MOVE "N" TO WS-CICLO-TOCA
             END-IF.

      *    A waiver comes off the charge first: VAT, checksum and
      *    bill all go on what is left.
           GRABA-CARGO.
             MOVE CHG-CUST-ID TO WS-CLIENTE.
             MOVE CHG-IMPORTE TO WS-CARGO-TARIFA.
             CALL "EXENCALC" USING WS-CLIENTE WS-SEGMENTO-CLIENTE
                 WS-FECHA-NEGOCIO WS-CARGO-TARIFA WS-EXENTO
                 WS-EXENCION.
             COMPUTE WS-CARGO-NETO = WS-CARGO-TARIFA - WS-EXENTO.
             CALL "TAXCALC" USING WS-FECHA-NEGOCIO WS-CARGO-NETO
                 WS-IMPUESTO WS-BRUTO WS-TASA-IVA WS-HAY-IVA.
             IF WS-HAY-IVA = "N"
               DISPLAY "*** ERROR: SIN TASA DE IVA EFECTIVA PARA LA"
             MOVE WS-FECHA-NEGOCIO TO FEE-FECHA.
             MOVE 0 TO FEE-BASE.
             MOVE 0 TO FEE-TASA.
             MOVE WS-CARGO-NETO TO FEE-IMPORTE.
             MOVE WS-IMPUESTO TO FEE-IMPUESTO.
             MOVE WS-BRUTO TO FEE-BRUTO.
             MOVE WS-CARGO-TARIFA TO FEE-TARIFA.
             MOVE WS-EXENTO TO FEE-EXENTO.
             MOVE WS-EXENCION TO FEE-EXENCION.
             WRITE FEE-REG.
             IF WS-FEE-STATUS = "00"
               ADD 1 TO WS-CARGOS
               ADD WS-CARGO-NETO TO WS-CHG-CHECKSUM
               ADD WS-IMPUESTO TO WS-IVA-CHECKSUM
               IF WS-EXENCION NOT = 0
                 ADD 1 TO WS-EXENTOS
               END-IF
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL CARGO DEL CLIENTE "
                   CHG-CUST-ID " ***"
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

