      * Date:
      * Purpose: Customer statement generator for the billing desk:
      *          for one requested CUST-ID (or every customer when the
      *          parameter is zero, the cycle run) prints opening
      *          balance, each day's posted VARSLOG transactions with
      *          posting date, amounts and value date across every
      *          retained generation,
      *          (now one keyed read range over TXNHIST.DAT, falling
      *          back to the old scan of every retained generation
      *          only when the history file does not exist yet),
      *          reconstruction from BILLFEED.DAT dumps.
      *          The CUST-ID comes from STMTPARM.DAT when present
      *          (unattended runs) or from the console otherwise.
      *          Every line printed is also archived through DOCARCH
      *          (DOCARCH.DAT, type "E") so the statement can be
      *          reprinted exactly by DOCREIMP, and the run ends with
      *          the mailroom's batch control sheet in EXTRHOJA.DAT.
      *          Each statement is routed by the customer's CUST-
      *          ENTREGA: paper to EXTRACTO.DAT, electronic to the
      *          mail gateway's e-delivery extract through EDELIV
      *          (EDELEXTR.DAT), both to both. An electronic customer
      *          with no e-mail address on file is printed instead.
      *          The run refuses to start (RC 8) while the previous
      *          e-delivery extract is still waiting to be collected.
      *          In consolidated mode (STMT-PARM-MODO "C", or "C" at
      *          the console) a parent customer's statement carries
      *          the parent's account and each child account of its
      *          group (CUST-PADRE), each with its own activity and
      *          balance, and ends with a group total; it is archived
      *          and delivered under the parent. A child asked for on
      *          its own gets its group's statement; in the cycle
      *          run children are only printed apart when their parent
      *          gets no statement of its own. A dormant customer
      *          (DORMANT) gets no cycle statement until it is
      *          reactivated; one asked for by number is still
      *          printed. A reversal posted by REVERSO prints
      *          directly under the entry it cancels, naming that
      *          entry's date and sequence; only when the original
      *          falls before the statement period does it print at
      *          its own date.
      *          A customer billed in another currency (CUST-MONEDA,
      *          the parent's for a group statement) also gets every
      *          line in that currency: at the FXRATES.DAT rate of
      *          the line's own date, or as captured when the entry
      *          was booked in that currency. Balances are converted
      *          at the statement-date rate, which is quoted, and the
      *          conversion difference between the two is printed so
      *          the statement foots; finance gets the differences
      *          per statement and per currency in EXTRFXD.DAT.
      *          The month-end run prints in postal-code order
      *          (CUST-ID within a code), so EXTRACTO.DAT goes to
      *          the mailroom already sorted for the bulk-mail rate.
      *          A customer whose address came back undeliverable
      *          (CUST-DIR-INVALIDA, keyed through CORRDEV) gets no
      *          paper statement until CUSTMAINT corrects it: one
      *          with e-delivery and an e-mail address gets only the
      *          electronic copy, anyone else's statement is not
      *          produced. Either way the statement is listed in the
      *          held-mail register CORRRET.DAT for the mailroom.
      *          Statements follow each customer's billing cycle day
      *          (CUST-CICLO, moved to the next business day by
      *          CICLOFEC when it is a weekend or a HOLIDAYS.DAT
      *          holiday): the all-customer run, now a daily step of
      *          the night chain, prints only the customers whose
      *          cycle falls on the business date, and every
      *          statement covers the days since the previous cycle
      *          date, its opening balance backed out of the close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT FX-DIF-REPORT ASSIGN TO DYNAMIC WS-ARCH-EXTRFXD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXD-STATUS.
           SELECT CPOS-ORD-WORK ASSIGN TO DYNAMIC WS-ARCH-EXTRORDTMP.
           SELECT CORR-RET-FILE ASSIGN TO DYNAMIC WS-ARCH-CORRRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-PARM-FILE.
       FD  BAL-SNAP-FILE.
           COPY "BALSNAP.cpy".

       FD  FX-RATE-FILE.
           COPY "FXRATES.cpy".

       FD  FX-DIF-REPORT.
       01  FXD-LINEA PIC X(100).

       SD  CPOS-ORD-WORK.
           COPY "CPOSORD.cpy".

       FD  CORR-RET-FILE.
           COPY "CORRRET.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-NOMBRE-NULO PIC X(30) VALUE SPACES.
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-EXTRACTO PIC X(30).
       01  WS-ARCH-EXTRORDTMP PIC X(30).
       01  WS-ARCH-CORRRET PIC X(30).
       01  WS-CRET-STATUS PIC XX.
       01  WS-RETENIDO PIC X VALUE "N".
       01  WS-RETENIDOS PIC 9(6) VALUE 0.
       01  WS-ORD-FIN PIC X VALUE "N".
       01  WS-PARM-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-EDIT-NUM-1 PIC -(6)9.99.
       01  WS-EDIT-NUM-2 PIC -(6)9.99.
       01  WS-FECHA-MOSTRAR PIC 9(8).
       01  WS-FECHA-VALOR-MOSTRAR PIC 9(8).
       01  WS-CLIENTE-HALLADO PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-HAY-SNAP PIC X VALUE "N".
       01  WS-SNAP-FECHA-ULT PIC 9(8).
       01  WS-SNAP-SALDO-ULT PIC S9(11)V99.
      *    Billing cycle of the customer being printed (CICLOFEC):
      *    the statement period runs from the day after the previous
      *    cycle date to the statement date.
       01  WS-POR-CICLO PIC X VALUE "N".
       01  WS-CICLO-DIA PIC 99.
       01  WS-CICLO-TOCA PIC X.
       01  WS-CICLO-PERIODO PIC 9(6).
       01  WS-CICLO-ANTERIOR PIC 9(8).
       01  WS-CICLO-DEL-MES PIC 9(8).
       01  WS-PERIODO-DESDE PIC 9(8).
       01  WS-FUERA-CICLO PIC 9(6) VALUE 0.
       01  WS-DOC-ACCION PIC X.
       01  WS-DOC-TIPO PIC X VALUE "E".
       01  WS-DOC-RESULTADO PIC X.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-DOC-CANAL PIC X VALUE "P".
       01  WS-ENVIA-PAPEL PIC X VALUE "Y".
       01  WS-ENVIA-ELEC PIC X VALUE "N".
       01  WS-EDEL-ACCION PIC X.
       01  WS-EDEL-EMAIL PIC X(40) VALUE SPACES.
       01  WS-EDEL-RESULTADO PIC X.
       01  WS-EDEL-ERROR PIC X VALUE "N".
       01  WS-ELECTRONICOS PIC 9(6) VALUE 0.
       01  WS-MODO PIC X VALUE "I".
       01  WS-ENTRADA-MODO PIC X.
       01  WS-CLIENTE-DOC PIC 9(6) VALUE 0.
       01  WS-CONSOLIDADOS PIC 9(6) VALUE 0.
      *    Every child link on the master (children not merged or
      *    closed), loaded once at the start of a consolidated run so
      *    a group can be put together without leaving the master
      *    scan. WS-GRP-PADRE-ESTADO is the parent's CUST-ESTADO ("A"
      *    for space), "?" when the parent is not on the master.
       01  WS-GRUPOS.
           05  WS-GRP-ENTRY OCCURS 2000.
               10  WS-GRP-HIJO PIC 9(6).
               10  WS-GRP-PADRE PIC 9(6).
               10  WS-GRP-NOMBRE PIC X(36).
               10  WS-GRP-PADRE-ESTADO PIC X.
       01  WS-GRP-TOTAL PIC 9(4) VALUE 0.
       01  WS-GRP-IDX PIC 9(4).
       01  WS-GRP-DESBORDADO PIC X VALUE "N".
       01  WS-GRP-PADRE-ACTUAL PIC 9(6).
       01  WS-GRP-HIJOS PIC 9(4).
       01  WS-GRP-CUENTAS PIC 9(4).
       01  WS-GRP-APERTURA PIC S9(11)V99.
       01  WS-GRP-CIERRE PIC S9(11)V99.
       01  WS-GRP-MOVIMIENTOS PIC 9(7).
       01  WS-CUENTA-NOMBRE PIC X(36).
      *    The customer's reversals inside the period, gathered on
      *    pass "S" so pass "I" can print each one under its
      *    original.
       01  WS-REVERSOS.
           05  WS-REV-ENTRY OCCURS 200.
               10  WS-REV-FECHA PIC 9(8).
               10  WS-REV-SECUENCIA PIC 9(5).
               10  WS-REV-ORIG-FECHA PIC 9(8).
               10  WS-REV-ORIG-SECUENCIA PIC 9(5).
               10  WS-REV-SUMA PIC S9(7)V99.
               10  WS-REV-FECHA-VALOR PIC 9(8).
               10  WS-REV-MONEDA PIC X(3).
               10  WS-REV-SUMA-ORIG PIC S9(9)V99.
       01  WS-REV-TOTAL PIC 999 VALUE 0.
       01  WS-REV-IDX PIC 999.
       01  WS-REV-EMPAREJADO PIC X.
       01  WS-ORIG-MOSTRAR PIC 9(8).
       01  WS-ORIG-SEC-MOSTRAR PIC 9(5).
      *    Billing currency of the statement being printed. With
      *    WS-MON-CONVIERTE "Y" every amount is repeated in that
      *    currency from column 79; the rates of the currency are
      *    loaded once into WS-TASAS and kept while the next
      *    statement is in the same currency.
       01  WS-ARCH-FXRATES PIC X(30).
       01  WS-FX-STATUS PIC XX.
       01  WS-ARCH-EXTRFXD PIC X(30).
       01  WS-FXD-STATUS PIC XX.
       01  WS-FECHA-EXTRACTO PIC 9(8).
       01  WS-MON-EXTRACTO PIC X(3).
       01  WS-MON-CONVIERTE PIC X VALUE "N".
       01  WS-TASA-EXTRACTO PIC 9(3)V9(6).
       01  WS-TASAS.
           05  WS-TAS-ENTRY OCCURS 1000.
               10  WS-TAS-FECHA PIC 9(8).
               10  WS-TAS-TASA PIC 9(3)V9(6).
       01  WS-TAS-TOTAL PIC 9(4) VALUE 0.
       01  WS-TAS-IDX PIC 9(4).
       01  WS-TAS-MONEDA PIC X(3) VALUE SPACES.
       01  WS-TAS-BUSCA PIC 9(8).
       01  WS-TAS-HALLADA PIC X.
       01  WS-TAS-VALOR PIC 9(3)V9(6).
       01  WS-CNV-FECHA PIC 9(8).
       01  WS-CNV-MONEDA PIC X(3).
       01  WS-CNV-SUMA PIC S9(9)V99.
       01  WS-CNV-SUMA-ORIG PIC S9(9)V99.
       01  WS-CNV-IMPORTE PIC S9(11)V99.
       01  WS-CNV-SALDO PIC S9(11)V99.
       01  WS-CNV-SIN-TASA PIC X.
       01  WS-SUMA-MON PIC S9(11)V99 VALUE 0.
       01  WS-APERTURA-MON PIC S9(11)V99 VALUE 0.
       01  WS-CIERRE-MON PIC S9(11)V99 VALUE 0.
       01  WS-DIFERENCIA-MON PIC S9(11)V99 VALUE 0.
       01  WS-DIFERENCIA-EUR PIC S9(11)V99 VALUE 0.
       01  WS-SIN-TASA-LINEAS PIC 9(5) VALUE 0.
       01  WS-GRP-APERTURA-MON PIC S9(11)V99.
       01  WS-GRP-CIERRE-MON PIC S9(11)V99.
       01  WS-GRP-DIFERENCIA-MON PIC S9(11)V99.
       01  WS-DOC-DIFERENCIA-MON PIC S9(11)V99.
       01  WS-EN-GRUPO PIC X VALUE "N".
       01  WS-EDIT-MON PIC -(10)9.99.
       01  WS-EDIT-TASA PIC ZZ9.999999.
      *    Finance's totals of the conversion differences, one row
      *    per billing currency seen in the run.
       01  WS-FXD-TABLA.
           05  WS-FXD-ENTRY OCCURS 50.
               10  WS-FXD-MONEDA PIC X(3).
               10  WS-FXD-EXTRACTOS PIC 9(6).
               10  WS-FXD-DIF-MON PIC S9(11)V99.
               10  WS-FXD-DIF-EUR PIC S9(11)V99.
       01  WS-FXD-TOTAL PIC 99 VALUE 0.
       01  WS-FXD-IDX PIC 99.
       01  WS-FXD-DIF-EUR-TOTAL PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-EXTRACTO.
           PERFORM CARGA-PARAMETROS.
           IF WS-MODO = "C"
             PERFORM CARGA-GRUPOS
             IF WS-GRP-DESBORDADO = "Y"
               DISPLAY "*** EXTRACTOS NO GENERADOS: MAS DE 2000"
                   " CLIENTES CON GRUPO; AMPLIAR LA TABLA. ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           PERFORM DETERMINA-FUENTE.
           IF WS-FUENTE = "G"
             PERFORM CARGA-REGISTRO-GENERACIONES
           END-IF.
           MOVE "A" TO WS-EDEL-ACCION.
           PERFORM LLAMA-EDELIV.
           IF WS-EDEL-RESULTADO = "P"
             DISPLAY "*** EXTRACTOS NO GENERADOS: EL ENVIO ELECTRONICO"
                 " ANTERIOR NO SE HA RECOGIDO. ***"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-EDEL-ERROR = "Y"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT STMT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR EXTRACTO.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE "C" TO WS-EDEL-ACCION
             PERFORM LLAMA-EDELIV
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT FX-DIF-REPORT.
           IF WS-FXD-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR EXTRFXD.DAT"
                 " (STATUS " WS-FXD-STATUS ") ***"
             CLOSE STMT-REPORT
             MOVE "C" TO WS-EDEL-ACCION
             PERFORM LLAMA-EDELIV
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CABECERA-DIFERENCIAS.
           MOVE "A" TO WS-DOC-ACCION.
           PERFORM LLAMA-DOCARCH.
           IF WS-HUBO-ERROR = "Y"
             CLOSE FX-DIF-REPORT
             CLOSE STMT-REPORT
             MOVE "C" TO WS-EDEL-ACCION
             PERFORM LLAMA-EDELIV
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-CLIENTE-PEDIDO = 0
             PERFORM EXTRACTOS-DE-TODOS
           ELSE
             IF WS-MODO = "C"
               PERFORM EXTRACTO-GRUPO-PEDIDO
             ELSE
               MOVE WS-CLIENTE-PEDIDO TO WS-CLIENTE-ACTUAL
               PERFORM LEE-DATOS-CLIENTE
               PERFORM GENERA-EXTRACTO
             END-IF
           END-IF.
           MOVE "C" TO WS-DOC-ACCION.
           PERFORM LLAMA-DOCARCH.
           MOVE "C" TO WS-EDEL-ACCION.
           PERFORM LLAMA-EDELIV.
           PERFORM TOTALES-DIFERENCIAS.
           CLOSE FX-DIF-REPORT.
           CLOSE STMT-REPORT.
           DISPLAY "EXTRACTOS GENERADOS: " WS-EXTRACTOS.
           IF WS-CLIENTE-PEDIDO = 0
             DISPLAY "  CLIENTES DE OTRO CICLO (NO TOCA HOY): "
                 WS-FUERA-CICLO
           END-IF.
           DISPLAY "  DE ELLOS ELECTRONICOS: " WS-ELECTRONICOS.
           IF WS-MODO = "C"
             DISPLAY "  DE ELLOS CONSOLIDADOS DE GRUPO: "
                 WS-CONSOLIDADOS
           END-IF.
           DISPLAY "CORREO RETENIDO (DIRECCION DEVUELTA): "
               WS-RETENIDOS.
           IF WS-HUBO-ERROR = "Y"
             DISPLAY "*** EXTRACTOS SIN ARCHIVAR: NO SE PUEDEN"
                 " REIMPRIMIR. ***"
             MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-EDEL-ERROR = "Y"
             DISPLAY "*** ENVIO ELECTRONICO INCOMPLETO: EDELEXTR.DAT"
                 " QUEDA SIN TRIGGER DE RECOGIDA. ***"
             MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS.
               READ STMT-PARM-FILE
                 NOT AT END
                   MOVE STMT-PARM-CUST-ID TO WS-CLIENTE-PEDIDO
                   IF STMT-PARM-MODO = "C"
                     MOVE "C" TO WS-MODO
                   END-IF
                   IF STMT-PARM-CUST-DV NOT = SPACE
                     CALL "CHKDIGIT" USING WS-CLIENTE-PEDIDO
                         WS-DIGITO-CALC
                 CLOSE STMT-PARM-FILE
               END-IF
               DISPLAY "ENTORNO: " WS-AMBIENTE
               DISPLAY "NUMERO DEL CLIENTE (0 = LOS DEL CICLO DE HOY,"
                   " CON DIGITO DE CONTROL SI SU DOCUMENTO LO TRAE): "
               MOVE SPACES TO WS-ID-ENTRADA
               ACCEPT WS-ID-ENTRADA
               CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE-PEDIDO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               DISPLAY "MODO (I = INDIVIDUAL, C = CONSOLIDADO POR"
                   " GRUPO; INTRO = I): "
               MOVE SPACE TO WS-ENTRADA-MODO
               ACCEPT WS-ENTRADA-MODO
               IF WS-ENTRADA-MODO = "C" OR WS-ENTRADA-MODO = "c"
                 MOVE "C" TO WS-MODO
               END-IF
             END-IF.

      *    The master is read through once for its child links, then
      *    each parent is looked up by key for its status.
           CARGA-GRUPOS.
             MOVE 0 TO WS-GRP-TOTAL.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS = "10"
                 READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                     MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                     IF CUST-PADRE NOT = 0
                         AND CUST-ESTADO NOT = "F"
                         AND CUST-ESTADO NOT = "X"
                       PERFORM GUARDA-HIJO
                     END-IF
                 END-READ
               END-PERFORM
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                 MOVE WS-GRP-PADRE(WS-GRP-IDX) TO CUST-ID
                 READ CUSTOMER-MASTER
                   INVALID KEY
                     MOVE "?" TO WS-GRP-PADRE-ESTADO(WS-GRP-IDX)
                   NOT INVALID KEY
                     IF CUST-ESTADO = SPACE
                       MOVE "A" TO WS-GRP-PADRE-ESTADO(WS-GRP-IDX)
                     ELSE
                       MOVE CUST-ESTADO
                           TO WS-GRP-PADRE-ESTADO(WS-GRP-IDX)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             END-IF.

           GUARDA-HIJO.
             IF WS-GRP-TOTAL < 2000
               ADD 1 TO WS-GRP-TOTAL
               MOVE CUST-ID TO WS-GRP-HIJO(WS-GRP-TOTAL)
               MOVE CUST-PADRE TO WS-GRP-PADRE(WS-GRP-TOTAL)
               MOVE SPACES TO WS-GRP-NOMBRE(WS-GRP-TOTAL)
               STRING CUST-NOMBRE " " CUST-APELLIDOS
                   DELIMITED BY SIZE INTO WS-GRP-NOMBRE(WS-GRP-TOTAL)
             ELSE
               MOVE "Y" TO WS-GRP-DESBORDADO
             END-IF.

           CARGA-REGISTRO-GENERACIONES.
               END-IF
             END-IF.

      *    The cycle run goes to the mailroom in postal-code order
      *    for the bulk-mail rate: the customers whose billing cycle
      *    falls on the statement date are sorted on the code and
      *    each read back by key.
           EXTRACTOS-DE-TODOS.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             ELSE
               SORT CPOS-ORD-WORK
                   ON ASCENDING KEY CPOS-ORD-CODPOSTAL
                   ON ASCENDING KEY CPOS-ORD-CUST-ID
                   INPUT PROCEDURE IS ORDENA-POR-CODPOSTAL
                   OUTPUT PROCEDURE IS EXTRACTOS-EN-ORDEN
               CLOSE CUSTOMER-MASTER
             END-IF.

           ORDENA-POR-CODPOSTAL.
             PERFORM UNTIL WS-CUST-STATUS = "10"
               READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                   MOVE "10" TO WS-CUST-STATUS
                 NOT AT END
                   IF CUST-ESTADO NOT = "I"
                       AND CUST-ESTADO NOT = "P"
                       AND CUST-ESTADO NOT = "F"
                       AND CUST-ESTADO NOT = "X"
                       AND CUST-ESTADO NOT = "D"
                     CALL "CICLOFEC" USING CUST-CICLO
                         WS-FECHA-EXTRACTO WS-CICLO-TOCA
                         WS-CICLO-PERIODO WS-CICLO-ANTERIOR
                         WS-CICLO-DEL-MES
                     IF WS-CICLO-TOCA = "Y"
                       MOVE CUST-CODPOSTAL TO CPOS-ORD-CODPOSTAL
                       MOVE CUST-ID TO CPOS-ORD-CUST-ID
                       RELEASE CPOS-ORD-REG
                     ELSE
                       ADD 1 TO WS-FUERA-CICLO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM.

           EXTRACTOS-EN-ORDEN.
             MOVE "N" TO WS-ORD-FIN.
             PERFORM UNTIL WS-ORD-FIN = "Y"
               RETURN CPOS-ORD-WORK
                 AT END
                   MOVE "Y" TO WS-ORD-FIN
                 NOT AT END
                   MOVE CPOS-ORD-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE CUST-ID TO WS-CLIENTE-ACTUAL
                       MOVE "Y" TO WS-CLIENTE-HALLADO
                       IF WS-MODO = "C"
                         PERFORM ELIGE-EXTRACTO
                       ELSE
                         PERFORM GENERA-EXTRACTO
                       END-IF
                   END-READ
               END-RETURN
             END-PERFORM.

      *    Consolidated cycle run: a child whose parent gets its
      *    own statement on its cycle is printed inside the parent's; a
      *    parent with children gets the group statement.
           ELIGE-EXTRACTO.
             IF CUST-PADRE NOT = 0
               PERFORM BUSCA-HIJO-EN-GRUPOS
               IF WS-GRP-IDX NOT > WS-GRP-TOTAL
                   AND WS-GRP-PADRE-ESTADO(WS-GRP-IDX) = "A"
                 CONTINUE
               ELSE
                 DISPLAY "*** AVISO: CLIENTE " WS-CLIENTE-ACTUAL
                     " CON GRUPO " CUST-PADRE " SIN EXTRACTO DE"
                     " GRUPO: SE EMITE APARTE. ***"
                 PERFORM GENERA-EXTRACTO
               END-IF
             ELSE
               MOVE CUST-ID TO WS-GRP-PADRE-ACTUAL
               PERFORM CUENTA-HIJOS
               IF WS-GRP-HIJOS = 0
                 PERFORM GENERA-EXTRACTO
               ELSE
                 PERFORM GENERA-EXTRACTO-GRUPO
               END-IF
             END-IF.

      *    A child asked for on its own is answered with its group's
      *    statement, unless the parent is no longer on the master.
           EXTRACTO-GRUPO-PEDIDO.
             MOVE WS-CLIENTE-PEDIDO TO WS-CLIENTE-ACTUAL.
             PERFORM LEE-DATOS-CLIENTE.
             IF WS-CLIENTE-HALLADO = "Y" AND CUST-PADRE NOT = 0
               MOVE CUST-PADRE TO WS-CLIENTE-ACTUAL
               DISPLAY "CLIENTE " WS-CLIENTE-PEDIDO " DEL GRUPO "
                   WS-CLIENTE-ACTUAL ": SE EMITE EL EXTRACTO DEL"
                   " GRUPO."
               PERFORM LEE-DATOS-CLIENTE
               IF WS-CLIENTE-HALLADO NOT = "Y"
                   OR CUST-ESTADO = "F" OR CUST-ESTADO = "X"
                 DISPLAY "*** AVISO: GRUPO " WS-CLIENTE-ACTUAL
                     " NO DISPONIBLE: SE EMITE EL EXTRACTO"
                     " INDIVIDUAL. ***"
                 MOVE WS-CLIENTE-PEDIDO TO WS-CLIENTE-ACTUAL
                 PERFORM LEE-DATOS-CLIENTE
               END-IF
             END-IF.
             MOVE 0 TO WS-GRP-HIJOS.
             IF WS-CLIENTE-HALLADO = "Y" AND CUST-PADRE = 0
               MOVE WS-CLIENTE-ACTUAL TO WS-GRP-PADRE-ACTUAL
               PERFORM CUENTA-HIJOS
             END-IF.
             IF WS-GRP-HIJOS = 0
               PERFORM GENERA-EXTRACTO
             ELSE
               PERFORM GENERA-EXTRACTO-GRUPO
             END-IF.

           BUSCA-HIJO-EN-GRUPOS.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                 OR WS-GRP-HIJO(WS-GRP-IDX) = WS-CLIENTE-ACTUAL
               CONTINUE
             END-PERFORM.

           CUENTA-HIJOS.
             MOVE 0 TO WS-GRP-HIJOS.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GRP-PADRE(WS-GRP-IDX) = WS-GRP-PADRE-ACTUAL
                 ADD 1 TO WS-GRP-HIJOS
               END-IF
             END-PERFORM.

      *    The group statement goes out by the parent's channel and
      *    is archived under the parent as one document: the parent's
      *    own account first, then each child in CUST-ID order.
           GENERA-EXTRACTO-GRUPO.
             MOVE WS-GRP-PADRE-ACTUAL TO WS-CLIENTE-DOC.
             MOVE WS-GRP-PADRE-ACTUAL TO WS-CLIENTE-ACTUAL.
             PERFORM DETERMINA-CANAL.
             IF WS-RETENIDO = "N"
               PERFORM EMITE-EXTRACTO-GRUPO
             END-IF.

           EMITE-EXTRACTO-GRUPO.
             PERFORM DETERMINA-PERIODO.
             PERFORM DETERMINA-MONEDA.
             MOVE "Y" TO WS-EN-GRUPO.
             PERFORM IMPRIME-CABECERA-GRUPO.
             MOVE 0 TO WS-GRP-CUENTAS.
             MOVE 0 TO WS-GRP-APERTURA.
             MOVE 0 TO WS-GRP-CIERRE.
             MOVE 0 TO WS-GRP-MOVIMIENTOS.
             MOVE 0 TO WS-GRP-APERTURA-MON.
             MOVE 0 TO WS-GRP-CIERRE-MON.
             MOVE 0 TO WS-GRP-DIFERENCIA-MON.
             MOVE SPACES TO WS-CUENTA-NOMBRE.
             STRING CUST-NOMBRE " " CUST-APELLIDOS
                 DELIMITED BY SIZE INTO WS-CUENTA-NOMBRE.
             PERFORM EXTRACTO-CUENTA-GRUPO.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GRP-PADRE(WS-GRP-IDX) = WS-GRP-PADRE-ACTUAL
                 MOVE WS-GRP-HIJO(WS-GRP-IDX) TO WS-CLIENTE-ACTUAL
                 MOVE WS-GRP-NOMBRE(WS-GRP-IDX) TO WS-CUENTA-NOMBRE
                 PERFORM EXTRACTO-CUENTA-GRUPO
               END-IF
             END-PERFORM.
             PERFORM IMPRIME-TOTAL-GRUPO.
             MOVE "N" TO WS-EN-GRUPO.
             MOVE WS-GRP-PADRE-ACTUAL TO WS-CLIENTE-ACTUAL.
             MOVE WS-GRP-DIFERENCIA-MON TO WS-DOC-DIFERENCIA-MON.
             PERFORM ANOTA-DIFERENCIA.
             ADD 1 TO WS-EXTRACTOS.
             ADD 1 TO WS-CONSOLIDADOS.

           EXTRACTO-CUENTA-GRUPO.
             PERFORM CALCULA-SALDOS.
             MOVE SPACES TO STMT-LINEA.
             STRING "--- CUENTA " WS-CLIENTE-ACTUAL "  "
                 WS-CUENTA-NOMBRE DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             PERFORM IMPRIME-APERTURA.
             MOVE "I" TO WS-FASE.
             PERFORM RECORRE-MOVIMIENTOS.
             PERFORM IMPRIME-CIERRE.
             ADD 1 TO WS-GRP-CUENTAS.
             ADD WS-SALDO-APERTURA TO WS-GRP-APERTURA.
             ADD WS-SALDO-CIERRE TO WS-GRP-CIERRE.
             ADD WS-MOVIMIENTOS TO WS-GRP-MOVIMIENTOS.
             ADD WS-APERTURA-MON TO WS-GRP-APERTURA-MON.
             ADD WS-CIERRE-MON TO WS-GRP-CIERRE-MON.
             ADD WS-DIFERENCIA-MON TO WS-GRP-DIFERENCIA-MON.

           GENERA-EXTRACTO.
             MOVE WS-CLIENTE-ACTUAL TO WS-CLIENTE-DOC.
             PERFORM DETERMINA-CANAL.
             IF WS-RETENIDO = "N"
               PERFORM EMITE-EXTRACTO
             END-IF.

           EMITE-EXTRACTO.
             PERFORM DETERMINA-PERIODO.
             PERFORM DETERMINA-MONEDA.
             PERFORM CALCULA-SALDOS.
             PERFORM IMPRIME-CABECERA.
             MOVE "I" TO WS-FASE.
             PERFORM RECORRE-MOVIMIENTOS.
             PERFORM IMPRIME-CIERRE.
             MOVE WS-DIFERENCIA-MON TO WS-DOC-DIFERENCIA-MON.
             PERFORM ANOTA-DIFERENCIA.
             ADD 1 TO WS-EXTRACTOS.

      *    Pass "S" sums the customer's posted activity so the
      *    opening balance can be backed out of the posted closing
      *    balance; pass "I" prints the same records as lines.
           CALCULA-SALDOS.
             MOVE 0 TO WS-SALDO-CIERRE.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               END-READ
               CLOSE CUST-BAL-FILE
             END-IF.
             IF WS-POR-CICLO = "Y"
               MOVE "Y" TO WS-HAY-SNAP
               MOVE WS-CICLO-ANTERIOR TO WS-SNAP-FECHA-ULT
               MOVE 0 TO WS-SNAP-SALDO-ULT
             ELSE
               PERFORM BUSCA-ULTIMO-SNAPSHOT
             END-IF.
             MOVE 0 TO WS-ACTIVIDAD.
             MOVE 0 TO WS-MOVIMIENTOS.
             MOVE 0 TO WS-REV-TOTAL.
             MOVE 0 TO WS-SUMA-MON.
             MOVE 0 TO WS-DIFERENCIA-MON.
             MOVE "S" TO WS-FASE.
             PERFORM RECORRE-MOVIMIENTOS.
      *    With a month-end snapshot the opening balance is the prior
      *    close as photographed, and only activity after that close
      *    prints; without one the old back-computation still works.
      *    A cycle statement prints the activity since the previous
      *    cycle date and backs the opening balance out of the close.
             IF WS-HAY-SNAP = "Y" AND WS-POR-CICLO = "N"
               MOVE WS-SNAP-SALDO-ULT TO WS-SALDO-APERTURA
             ELSE
               COMPUTE WS-SALDO-APERTURA =
                   WS-SALDO-CIERRE - WS-ACTIVIDAD
             END-IF.
             MOVE 0 TO WS-APERTURA-MON.
             MOVE 0 TO WS-CIERRE-MON.
             IF WS-MON-CONVIERTE = "Y"
               COMPUTE WS-APERTURA-MON ROUNDED =
                   WS-SALDO-APERTURA / WS-TASA-EXTRACTO
               COMPUTE WS-CIERRE-MON ROUNDED =
                   WS-SALDO-CIERRE / WS-TASA-EXTRACTO
             END-IF.

      *    The group statement follows the parent's cycle. The
      *    period is always shown; a customer not on the master keeps
      *    the month-end snapshot period.
           DETERMINA-PERIODO.
             MOVE "N" TO WS-POR-CICLO.
             IF WS-CLIENTE-HALLADO = "Y"
               CALL "CICLOFEC" USING CUST-CICLO WS-FECHA-EXTRACTO
                   WS-CICLO-TOCA WS-CICLO-PERIODO WS-CICLO-ANTERIOR
                   WS-CICLO-DEL-MES
               MOVE "Y" TO WS-POR-CICLO
               MOVE CUST-CICLO TO WS-CICLO-DIA
               IF WS-CICLO-DIA = 0
                 MOVE 1 TO WS-CICLO-DIA
               END-IF
               COMPUTE WS-PERIODO-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CICLO-ANTERIOR) + 1)
             END-IF.

      *    A customer with no billing currency, or billed in EUR, is
      *    printed as before. A currency with no rate for the
      *    statement date cannot be quoted: that statement goes out
      *    in EUR and the desk and finance are told.
           DETERMINA-MONEDA.
             MOVE "EUR" TO WS-MON-EXTRACTO.
             MOVE "N" TO WS-MON-CONVIERTE.
             MOVE 0 TO WS-TASA-EXTRACTO.
             IF WS-CLIENTE-HALLADO = "Y" AND CUST-MONEDA NOT = SPACES
                 AND CUST-MONEDA NOT = "EUR"
               MOVE CUST-MONEDA TO WS-MON-EXTRACTO
               IF WS-TAS-MONEDA NOT = WS-MON-EXTRACTO
                 PERFORM CARGA-TASAS
               END-IF
               MOVE WS-FECHA-EXTRACTO TO WS-TAS-BUSCA
               PERFORM BUSCA-TASA
               IF WS-TAS-HALLADA = "Y"
                 MOVE WS-TAS-VALOR TO WS-TASA-EXTRACTO
                 MOVE "Y" TO WS-MON-CONVIERTE
               ELSE
                 DISPLAY "*** AVISO: SIN TIPO " WS-MON-EXTRACTO
                     " PARA EL " WS-FECHA-EXTRACTO ": EXTRACTO DEL"
                     " CLIENTE " WS-CLIENTE-ACTUAL " EN EUR. ***"
                 MOVE SPACES TO FXD-LINEA
                 STRING "CLIENTE " WS-CLIENTE-ACTUAL "  MONEDA "
                     WS-MON-EXTRACTO "  SIN TIPO PARA EL "
                     WS-FECHA-EXTRACTO ": EMITIDO EN EUR"
                     DELIMITED BY SIZE INTO FXD-LINEA
                 WRITE FXD-LINEA
                 MOVE "EUR" TO WS-MON-EXTRACTO
               END-IF
             END-IF.

           CARGA-TASAS.
             MOVE 0 TO WS-TAS-TOTAL.
             MOVE WS-MON-EXTRACTO TO WS-TAS-MONEDA.
             OPEN INPUT FX-RATE-FILE.
             IF WS-FX-STATUS = "00"
               PERFORM UNTIL WS-FX-STATUS = "10"
                 READ FX-RATE-FILE
                   AT END
                     MOVE "10" TO WS-FX-STATUS
                   NOT AT END
                     IF FX-MONEDA = WS-TAS-MONEDA
                       PERFORM GUARDA-TASA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
             ELSE
               IF WS-FX-STATUS = "05"
                 CLOSE FX-RATE-FILE
               END-IF
             END-IF.

      *    Past 1000 dates the oldest rates are dropped: statements
      *    only look back to the last month-end snapshot.
           GUARDA-TASA.
             IF WS-TAS-TOTAL < 1000
               ADD 1 TO WS-TAS-TOTAL
             ELSE
               PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                   UNTIL WS-TAS-IDX > 999
                 MOVE WS-TAS-ENTRY(WS-TAS-IDX + 1)
                     TO WS-TAS-ENTRY(WS-TAS-IDX)
               END-PERFORM
             END-IF.
             MOVE FX-FECHA TO WS-TAS-FECHA(WS-TAS-TOTAL).
             MOVE FX-TASA TO WS-TAS-TASA(WS-TAS-TOTAL).

           BUSCA-TASA.
             MOVE "N" TO WS-TAS-HALLADA.
             MOVE 0 TO WS-TAS-VALOR.
             PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                 UNTIL WS-TAS-IDX > WS-TAS-TOTAL
               IF WS-TAS-FECHA(WS-TAS-IDX) = WS-TAS-BUSCA
                   AND WS-TAS-TASA(WS-TAS-IDX) > 0
                 MOVE "Y" TO WS-TAS-HALLADA
                 MOVE WS-TAS-TASA(WS-TAS-IDX) TO WS-TAS-VALOR
               END-IF
             END-PERFORM.

      *    One amount in the billing currency: as captured when the
      *    entry was booked in that currency, otherwise the base
      *    amount at the rate of the entry's own date. With no rate
      *    for that date the statement-date rate is used and the
      *    line is marked "*".
           CONVIERTE-IMPORTE.
             MOVE "N" TO WS-CNV-SIN-TASA.
             IF WS-CNV-MONEDA = WS-MON-EXTRACTO
               MOVE WS-CNV-SUMA-ORIG TO WS-CNV-IMPORTE
             ELSE
               MOVE WS-CNV-FECHA TO WS-TAS-BUSCA
               PERFORM BUSCA-TASA
               IF WS-TAS-HALLADA = "N"
                 MOVE WS-TASA-EXTRACTO TO WS-TAS-VALOR
                 MOVE "Y" TO WS-CNV-SIN-TASA
                 ADD 1 TO WS-SIN-TASA-LINEAS
               END-IF
               COMPUTE WS-CNV-IMPORTE ROUNDED =
                   WS-CNV-SUMA / WS-TAS-VALOR
             END-IF.
             ADD WS-CNV-IMPORTE TO WS-SUMA-MON.

           AGREGA-IMPORTE-MONEDA.
             IF WS-MON-CONVIERTE = "Y"
               PERFORM CONVIERTE-IMPORTE
               MOVE WS-CNV-IMPORTE TO WS-EDIT-MON
               MOVE WS-MON-EXTRACTO TO STMT-LINEA(79:3)
               MOVE WS-EDIT-MON TO STMT-LINEA(83:14)
               IF WS-CNV-SIN-TASA = "Y"
                 MOVE "*" TO STMT-LINEA(98:1)
               END-IF
             END-IF.

           AGREGA-SALDO-MONEDA.
             IF WS-MON-CONVIERTE = "Y"
               MOVE WS-CNV-SALDO TO WS-EDIT-MON
               MOVE WS-MON-EXTRACTO TO STMT-LINEA(79:3)
               MOVE WS-EDIT-MON TO STMT-LINEA(83:14)
             END-IF.

      *    Space or an unknown customer is paper. Electronic delivery
      *    with no address to send to would lose the statement, so
      *    that customer is printed and the desk is told why.
           DETERMINA-CANAL.
             MOVE "Y" TO WS-ENVIA-PAPEL.
             MOVE "N" TO WS-ENVIA-ELEC.
             MOVE "P" TO WS-DOC-CANAL.
             MOVE SPACES TO WS-EDEL-EMAIL.
             IF WS-CLIENTE-HALLADO = "Y"
                 AND (CUST-ENTREGA = "E" OR CUST-ENTREGA = "A")
               IF CUST-EMAIL = SPACES
                 DISPLAY "*** AVISO: CLIENTE " WS-CLIENTE-ACTUAL
                     " CON ENVIO ELECTRONICO Y SIN E-MAIL: SE"
                     " IMPRIME. ***"
               ELSE
                 MOVE "Y" TO WS-ENVIA-ELEC
                 MOVE CUST-EMAIL TO WS-EDEL-EMAIL
                 ADD 1 TO WS-ELECTRONICOS
                 IF CUST-ENTREGA = "E"
                   MOVE "N" TO WS-ENVIA-PAPEL
                   MOVE "E" TO WS-DOC-CANAL
                 END-IF
               END-IF
             END-IF.
             MOVE "N" TO WS-RETENIDO.
             IF WS-CLIENTE-HALLADO = "Y" AND CUST-DIR-INVALIDA = "Y"
                 AND WS-ENVIA-PAPEL = "Y"
               IF WS-ENVIA-ELEC = "Y"
                 MOVE "N" TO WS-ENVIA-PAPEL
                 MOVE "E" TO WS-DOC-CANAL
                 MOVE "Y" TO CRET-ELECTRONICO
               ELSE
                 MOVE "Y" TO WS-RETENIDO
                 MOVE "N" TO CRET-ELECTRONICO
                 DISPLAY "*** AVISO: CLIENTE " WS-CLIENTE-ACTUAL
                     " CON DIRECCION DEVUELTA: EXTRACTO RETENIDO."
                     " ***"
               END-IF
               PERFORM GRABA-CORREO-RETENIDO
             END-IF.

      *    One line of the held-mail register per statement held,
      *    with the address it would have gone to.
           GRABA-CORREO-RETENIDO.
             MOVE WS-FECHA-EXTRACTO TO CRET-FECHA.
             MOVE "CUSTSTMT" TO CRET-PROGRAMA.
             MOVE "E" TO CRET-TIPO.
             MOVE 0 TO CRET-NIVEL.
             MOVE CUST-ID TO CRET-CUST-ID.
             MOVE CUST-NOMBRE TO CRET-NOMBRE.
             MOVE CUST-APELLIDOS TO CRET-APELLIDOS.
             MOVE CUST-CALLE TO CRET-CALLE.
             MOVE CUST-CIUDAD TO CRET-CIUDAD.
             MOVE CUST-CODPOSTAL TO CRET-CODPOSTAL.
             MOVE CUST-DIR-FECHA TO CRET-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO CRET-DIR-MOTIVO.
             OPEN EXTEND CORR-RET-FILE.
             IF WS-CRET-STATUS = "35"
               OPEN OUTPUT CORR-RET-FILE
             END-IF.
             WRITE CORR-RET-REG.
             CLOSE CORR-RET-FILE.
             ADD 1 TO WS-RETENIDOS.

      *    Single-customer runs fetch the master record here; the
      *    all-customers run already has it in the FD buffer.
             IF WS-FASE = "S"
               ADD TXN-SUMA TO WS-ACTIVIDAD
               ADD 1 TO WS-MOVIMIENTOS
               IF TXN-EVENTO = "REVERSO" AND WS-REV-TOTAL < 200
                 PERFORM GUARDA-REVERSO
               END-IF
             ELSE
               IF TXN-EVENTO = "REVERSO"
                 PERFORM VERIFICA-REVERSO-EMPAREJADO
                 IF WS-REV-EMPAREJADO = "N"
                   PERFORM IMPRIME-REVERSO-TXN
                 END-IF
               ELSE
                 PERFORM IMPRIME-MOVIMIENTO-TXN
                 PERFORM IMPRIME-REVERSOS-DEL-ORIGINAL
               END-IF
             END-IF.

           GUARDA-REVERSO.
             ADD 1 TO WS-REV-TOTAL.
             MOVE TXN-FECHA TO WS-REV-FECHA(WS-REV-TOTAL).
             MOVE TXN-SECUENCIA TO WS-REV-SECUENCIA(WS-REV-TOTAL).
             MOVE TXN-ORIG-FECHA TO WS-REV-ORIG-FECHA(WS-REV-TOTAL).
             MOVE TXN-ORIG-SECUENCIA
                 TO WS-REV-ORIG-SECUENCIA(WS-REV-TOTAL).
             MOVE TXN-SUMA TO WS-REV-SUMA(WS-REV-TOTAL).
             MOVE TXN-MONEDA TO WS-REV-MONEDA(WS-REV-TOTAL).
             MOVE TXN-SUMA-ORIG TO WS-REV-SUMA-ORIG(WS-REV-TOTAL).
             IF TXN-FECHA-VALOR IS NUMERIC AND TXN-FECHA-VALOR NOT = 0
               MOVE TXN-FECHA-VALOR
                   TO WS-REV-FECHA-VALOR(WS-REV-TOTAL)
             ELSE
               MOVE TXN-FECHA TO WS-REV-FECHA-VALOR(WS-REV-TOTAL)
             END-IF.

      *    A reversal was already printed under its original when
      *    that original is inside the period and the reversal made
      *    it into the table; otherwise it prints where it falls.
           VERIFICA-REVERSO-EMPAREJADO.
             MOVE "N" TO WS-REV-EMPAREJADO.
             IF WS-HAY-SNAP = "Y"
                 AND TXN-ORIG-FECHA NOT > WS-SNAP-FECHA-ULT
               CONTINUE
             ELSE
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-TOTAL
                       OR WS-REV-EMPAREJADO = "Y"
                 IF WS-REV-FECHA(WS-REV-IDX) = TXN-FECHA
                     AND WS-REV-SECUENCIA(WS-REV-IDX) = TXN-SECUENCIA
                   MOVE "Y" TO WS-REV-EMPAREJADO
                 END-IF
               END-PERFORM
             END-IF.

           IMPRIME-REVERSOS-DEL-ORIGINAL.
             PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-TOTAL
               IF WS-REV-ORIG-FECHA(WS-REV-IDX) = TXN-FECHA
                   AND WS-REV-ORIG-SECUENCIA(WS-REV-IDX)
                       = TXN-SECUENCIA
                 MOVE WS-REV-FECHA(WS-REV-IDX) TO WS-FECHA-MOSTRAR
                 MOVE WS-REV-ORIG-FECHA(WS-REV-IDX) TO WS-ORIG-MOSTRAR
                 MOVE WS-REV-ORIG-SECUENCIA(WS-REV-IDX)
                     TO WS-ORIG-SEC-MOSTRAR
                 MOVE WS-REV-SUMA(WS-REV-IDX) TO WS-EDIT-IMPORTE
                 MOVE WS-REV-FECHA-VALOR(WS-REV-IDX)
                     TO WS-FECHA-VALOR-MOSTRAR
                 MOVE WS-REV-FECHA(WS-REV-IDX) TO WS-CNV-FECHA
                 MOVE WS-REV-MONEDA(WS-REV-IDX) TO WS-CNV-MONEDA
                 MOVE WS-REV-SUMA(WS-REV-IDX) TO WS-CNV-SUMA
                 MOVE WS-REV-SUMA-ORIG(WS-REV-IDX) TO WS-CNV-SUMA-ORIG
                 PERFORM IMPRIME-LINEA-REVERSO
               END-IF
             END-PERFORM.

           IMPRIME-REVERSO-TXN.
             PERFORM TOMA-IMPORTE-TXN.
             MOVE TXN-FECHA TO WS-FECHA-MOSTRAR.
             MOVE TXN-ORIG-FECHA TO WS-ORIG-MOSTRAR.
             MOVE TXN-ORIG-SECUENCIA TO WS-ORIG-SEC-MOSTRAR.
             MOVE TXN-SUMA TO WS-EDIT-IMPORTE.
             IF TXN-FECHA-VALOR IS NUMERIC AND TXN-FECHA-VALOR NOT = 0
               MOVE TXN-FECHA-VALOR TO WS-FECHA-VALOR-MOSTRAR
             ELSE
               MOVE TXN-FECHA TO WS-FECHA-VALOR-MOSTRAR
             END-IF.
             PERFORM IMPRIME-LINEA-REVERSO.

           IMPRIME-LINEA-REVERSO.
             MOVE SPACES TO STMT-LINEA.
             STRING WS-FECHA-MOSTRAR "  REVERSO DE " WS-ORIG-MOSTRAR
                 "-" WS-ORIG-SEC-MOSTRAR "    IMPORTE "
                 WS-EDIT-IMPORTE "  VALOR " WS-FECHA-VALOR-MOSTRAR
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM AGREGA-IMPORTE-MONEDA.
             PERFORM GRABA-LINEA.

           TOMA-IMPORTE-TXN.
             MOVE TXN-FECHA TO WS-CNV-FECHA.
             MOVE TXN-MONEDA TO WS-CNV-MONEDA.
             MOVE TXN-SUMA TO WS-CNV-SUMA.
             MOVE TXN-SUMA-ORIG TO WS-CNV-SUMA-ORIG.

           TOMA-IMPORTE-LEDGER.
             MOVE VARS-LOG-FECHA TO WS-CNV-FECHA.
             MOVE VARS-LOG-MONEDA TO WS-CNV-MONEDA.
             MOVE VARS-LOG-SUMA TO WS-CNV-SUMA.
             MOVE VARS-LOG-SUMA-ORIG TO WS-CNV-SUMA-ORIG.

           IMPRIME-MOVIMIENTO-TXN.
             PERFORM TOMA-IMPORTE-TXN.
             MOVE TXN-NUM1 TO WS-EDIT-NUM-1.
             MOVE TXN-NUM2 TO WS-EDIT-NUM-2.
             MOVE TXN-SUMA TO WS-EDIT-IMPORTE.
             MOVE TXN-FECHA TO WS-FECHA-MOSTRAR.
             IF TXN-FECHA-VALOR IS NUMERIC AND TXN-FECHA-VALOR NOT = 0
               MOVE TXN-FECHA-VALOR TO WS-FECHA-VALOR-MOSTRAR
             ELSE
               MOVE TXN-FECHA TO WS-FECHA-VALOR-MOSTRAR
             END-IF.
             MOVE SPACES TO STMT-LINEA.
             STRING WS-FECHA-MOSTRAR "  " WS-EDIT-NUM-1 "  "
                 WS-EDIT-NUM-2 "  IMPORTE " WS-EDIT-IMPORTE
                 "  VALOR " WS-FECHA-VALOR-MOSTRAR
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM AGREGA-IMPORTE-MONEDA.
             PERFORM GRABA-LINEA.

           RECORRE-GENERACIONES.
             PERFORM VARYING WS-IDX FROM 1 BY 1
             MOVE SPACES TO STMT-LINEA.
             STRING "================ EXTRACTO DE CUENTA "
                 "================" DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO STMT-LINEA.
             STRING "CLIENTE: " WS-CLIENTE-ACTUAL
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             PERFORM IMPRIME-PERIODO.
             PERFORM IMPRIME-DIRECCION.
             PERFORM IMPRIME-APERTURA.

           IMPRIME-PERIODO.
             IF WS-POR-CICLO = "Y"
               MOVE SPACES TO STMT-LINEA
               STRING "CICLO DE FACTURACION: DIA " WS-CICLO-DIA
                   "  PERIODO DEL " WS-PERIODO-DESDE
                   " AL " WS-FECHA-EXTRACTO
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
             END-IF.

           IMPRIME-APERTURA.
             MOVE WS-SALDO-APERTURA TO WS-EDIT-SALDO.
             MOVE SPACES TO STMT-LINEA.
             STRING "SALDO DE APERTURA: " WS-EDIT-SALDO
                 DELIMITED BY SIZE INTO STMT-LINEA.
             MOVE WS-APERTURA-MON TO WS-CNV-SALDO.
             PERFORM AGREGA-SALDO-MONEDA.
             PERFORM GRABA-LINEA.

           IMPRIME-CABECERA-GRUPO.
             MOVE SPACES TO STMT-LINEA.
             STRING "========= EXTRACTO CONSOLIDADO DE GRUPO "
                 "=========" DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO STMT-LINEA.
             STRING "GRUPO (CLIENTE PRINCIPAL): " WS-GRP-PADRE-ACTUAL
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             PERFORM IMPRIME-PERIODO.
             PERFORM IMPRIME-DIRECCION.
             MOVE SPACES TO STMT-LINEA.
             PERFORM GRABA-LINEA.

           IMPRIME-TOTAL-GRUPO.
             MOVE SPACES TO STMT-LINEA.
             STRING "=== TOTAL DEL GRUPO " WS-GRP-PADRE-ACTUAL
                 "  CUENTAS: " WS-GRP-CUENTAS
                 "  MOVIMIENTOS: " WS-GRP-MOVIMIENTOS
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             MOVE WS-GRP-APERTURA TO WS-EDIT-SALDO.
             MOVE SPACES TO STMT-LINEA.
             STRING "SALDO DE APERTURA DEL GRUPO: " WS-EDIT-SALDO
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             MOVE WS-GRP-CIERRE TO WS-EDIT-SALDO.
             MOVE SPACES TO STMT-LINEA.
             STRING "SALDO DE CIERRE DEL GRUPO:   " WS-EDIT-SALDO
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.
             IF WS-MON-CONVIERTE = "Y"
               MOVE WS-GRP-APERTURA-MON TO WS-EDIT-MON
               MOVE SPACES TO STMT-LINEA
               STRING "SALDO DE APERTURA DEL GRUPO EN "
                   WS-MON-EXTRACTO ": " WS-EDIT-MON
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
               MOVE WS-GRP-DIFERENCIA-MON TO WS-EDIT-MON
               MOVE SPACES TO STMT-LINEA
               STRING "DIFERENCIA DE CAMBIO DEL GRUPO EN "
                   WS-MON-EXTRACTO ": " WS-EDIT-MON
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
               MOVE WS-GRP-CIERRE-MON TO WS-EDIT-MON
               MOVE SPACES TO STMT-LINEA
               STRING "SALDO DE CIERRE DEL GRUPO EN "
                   WS-MON-EXTRACTO ":   " WS-EDIT-MON
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
               PERFORM IMPRIME-COTIZACION
             END-IF.
             MOVE SPACES TO STMT-LINEA.
             PERFORM GRABA-LINEA.

           IMPRIME-DIRECCION.
             IF WS-CLIENTE-HALLADO = "Y"
               MOVE SPACES TO STMT-LINEA
               STRING CUST-NOMBRE " " CUST-APELLIDOS
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
               MOVE SPACES TO STMT-LINEA
               MOVE CUST-CALLE TO STMT-LINEA
               PERFORM GRABA-LINEA
               MOVE SPACES TO STMT-LINEA
               STRING CUST-CODPOSTAL " " CUST-CIUDAD
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
               IF CUST-TELEFONO NOT = SPACES
                 MOVE SPACES TO STMT-LINEA
                 STRING "TEL: " CUST-TELEFONO
                     DELIMITED BY SIZE INTO STMT-LINEA
                 PERFORM GRABA-LINEA
               END-IF
               MOVE SPACES TO STMT-LINEA
               STRING "SEGMENTO: " CUST-SEGMENTO
                   DELIMITED BY SIZE INTO STMT-LINEA
               PERFORM GRABA-LINEA
             END-IF.

      *    The generations carry no intra-day sequence to pair on: a
      *    reversal prints where it falls, naming its original.
           IMPRIME-MOVIMIENTO.
             PERFORM TOMA-IMPORTE-LEDGER.
             IF VARS-LOG-EVENTO = "REVERSO"
               MOVE VARS-LOG-FECHA TO WS-FECHA-MOSTRAR
               MOVE VARS-LOG-ORIG-FECHA TO WS-ORIG-MOSTRAR
               MOVE VARS-LOG-ORIG-SECUENCIA TO WS-ORIG-SEC-MOSTRAR
               MOVE VARS-LOG-SUMA TO WS-EDIT-IMPORTE
               IF VARS-LOG-FECHA-VALOR IS NUMERIC
                   AND VARS-LOG-FECHA-VALOR NOT = 0
                 MOVE VARS-LOG-FECHA-VALOR TO WS-FECHA-VALOR-MOSTRAR
               ELSE
                 MOVE VARS-LOG-FECHA TO WS-FECHA-VALOR-MOSTRAR
               END-IF
               PERFORM IMPRIME-LINEA-REVERSO
             ELSE
               PERFORM IMPRIME-MOVIMIENTO-ORDINARIO
             END-IF.

           IMPRIME-MOVIMIENTO-ORDINARIO.
             MOVE VARS-LOG-NUM1 TO WS-EDIT-NUM-1.
             MOVE VARS-LOG-NUM2 TO WS-EDIT-NUM-2.
             MOVE VARS-LOG-SUMA TO WS-EDIT-IMPORTE.
             MOVE VARS-LOG-FECHA TO WS-FECHA-MOSTRAR.
             IF VARS-LOG-FECHA-VALOR IS NUMERIC
                 AND VARS-LOG-FECHA-VALOR NOT = 0
               MOVE VARS-LOG-FECHA-VALOR TO WS-FECHA-VALOR-MOSTRAR
             ELSE
               MOVE VARS-LOG-FECHA TO WS-FECHA-VALOR-MOSTRAR
             END-IF.
             MOVE SPACES TO STMT-LINEA.
             STRING WS-FECHA-MOSTRAR "  " WS-EDIT-NUM-1 "  "
                 WS-EDIT-NUM-2 "  IMPORTE " WS-EDIT-IMPORTE
                 "  VALOR " WS-FECHA-VALOR-MOSTRAR
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM AGREGA-IMPORTE-MONEDA.
             PERFORM GRABA-LINEA.

      *    The conversion difference is what the statement-date
      *    rate makes of the period's activity less what the lines
      *    came to at their own rates; with it the converted opening
      *    balance and the lines foot to the converted closing one.
           IMPRIME-CIERRE.
             IF WS-MON-CONVIERTE = "Y"
               COMPUTE WS-DIFERENCIA-MON = WS-CIERRE-MON
                   - WS-APERTURA-MON - WS-SUMA-MON
               MOVE WS-DIFERENCIA-MON TO WS-EDIT-MON
               MOVE SPACES TO STMT-LINEA
               STRING "DIFERENCIA DE CAMBIO AL TIPO DEL EXTRACTO"
                   DELIMITED BY SIZE INTO STMT-LINEA
               MOVE WS-MON-EXTRACTO TO STMT-LINEA(79:3)
               MOVE WS-EDIT-MON TO STMT-LINEA(83:14)
               PERFORM GRABA-LINEA
             END-IF.
             MOVE WS-SALDO-CIERRE TO WS-EDIT-SALDO.
             MOVE SPACES TO STMT-LINEA.
             STRING "MOVIMIENTOS: " WS-MOVIMIENTOS
                 "  SALDO DE CIERRE: " WS-EDIT-SALDO
                 DELIMITED BY SIZE INTO STMT-LINEA.
             MOVE WS-CIERRE-MON TO WS-CNV-SALDO.
             PERFORM AGREGA-SALDO-MONEDA.
             PERFORM GRABA-LINEA.
      *    A group statement quotes the rate once, under its total.
             IF WS-MON-CONVIERTE = "Y" AND WS-EN-GRUPO = "N"
               PERFORM IMPRIME-COTIZACION
             END-IF.
             MOVE SPACES TO STMT-LINEA.
             PERFORM GRABA-LINEA.

           IMPRIME-COTIZACION.
             MOVE WS-TASA-EXTRACTO TO WS-EDIT-TASA.
             MOVE SPACES TO STMT-LINEA.
             STRING "IMPORTES EN " WS-MON-EXTRACTO " AL TIPO DEL "
                 WS-FECHA-EXTRACTO ": 1 " WS-MON-EXTRACTO " = "
                 WS-EDIT-TASA " EUR"
                 DELIMITED BY SIZE INTO STMT-LINEA.
             PERFORM GRABA-LINEA.

      *    One line per converted statement for finance, and the
      *    difference added to its currency's row. The EUR value is
      *    the difference back at the statement-date rate.
           ANOTA-DIFERENCIA.
             IF WS-MON-CONVIERTE = "Y"
               COMPUTE WS-DIFERENCIA-EUR ROUNDED =
                   WS-DOC-DIFERENCIA-MON * WS-TASA-EXTRACTO
               MOVE WS-TASA-EXTRACTO TO WS-EDIT-TASA
               MOVE WS-DOC-DIFERENCIA-MON TO WS-EDIT-MON
               MOVE WS-DIFERENCIA-EUR TO WS-EDIT-SALDO
               MOVE SPACES TO FXD-LINEA
               STRING "CLIENTE " WS-CLIENTE-DOC "  MONEDA "
                   WS-MON-EXTRACTO "  TIPO " WS-EDIT-TASA
                   "  DIFERENCIA " WS-EDIT-MON "  EUR " WS-EDIT-SALDO
                   DELIMITED BY SIZE INTO FXD-LINEA
               WRITE FXD-LINEA
               PERFORM VARYING WS-FXD-IDX FROM 1 BY 1
                   UNTIL WS-FXD-IDX > WS-FXD-TOTAL
                   OR WS-FXD-MONEDA(WS-FXD-IDX) = WS-MON-EXTRACTO
                 CONTINUE
               END-PERFORM
               IF WS-FXD-IDX > WS-FXD-TOTAL AND WS-FXD-TOTAL < 50
                 ADD 1 TO WS-FXD-TOTAL
                 MOVE WS-FXD-TOTAL TO WS-FXD-IDX
                 MOVE WS-MON-EXTRACTO TO WS-FXD-MONEDA(WS-FXD-IDX)
                 MOVE 0 TO WS-FXD-EXTRACTOS(WS-FXD-IDX)
                 MOVE 0 TO WS-FXD-DIF-MON(WS-FXD-IDX)
                 MOVE 0 TO WS-FXD-DIF-EUR(WS-FXD-IDX)
               END-IF
               IF WS-FXD-IDX NOT > WS-FXD-TOTAL
                 ADD 1 TO WS-FXD-EXTRACTOS(WS-FXD-IDX)
                 ADD WS-DOC-DIFERENCIA-MON TO WS-FXD-DIF-MON(WS-FXD-IDX)
                 ADD WS-DIFERENCIA-EUR TO WS-FXD-DIF-EUR(WS-FXD-IDX)
               END-IF
               ADD WS-DIFERENCIA-EUR TO WS-FXD-DIF-EUR-TOTAL
             END-IF.

           CABECERA-DIFERENCIAS.
             MOVE SPACES TO FXD-LINEA.
             STRING "DIFERENCIAS DE CAMBIO DE LOS EXTRACTOS DEL "
                 WS-FECHA-EXTRACTO
                 DELIMITED BY SIZE INTO FXD-LINEA.
             WRITE FXD-LINEA.

           TOTALES-DIFERENCIAS.
             MOVE SPACES TO FXD-LINEA.
             WRITE FXD-LINEA.
             PERFORM VARYING WS-FXD-IDX FROM 1 BY 1
                 UNTIL WS-FXD-IDX > WS-FXD-TOTAL
               MOVE WS-FXD-DIF-MON(WS-FXD-IDX) TO WS-EDIT-MON
               MOVE WS-FXD-DIF-EUR(WS-FXD-IDX) TO WS-EDIT-SALDO
               MOVE SPACES TO FXD-LINEA
               STRING "TOTAL " WS-FXD-MONEDA(WS-FXD-IDX)
                   "  EXTRACTOS " WS-FXD-EXTRACTOS(WS-FXD-IDX)
                   "  DIFERENCIA " WS-EDIT-MON "  EUR " WS-EDIT-SALDO
                   DELIMITED BY SIZE INTO FXD-LINEA
               WRITE FXD-LINEA
             END-PERFORM.
             MOVE WS-FXD-DIF-EUR-TOTAL TO WS-EDIT-SALDO.
             MOVE SPACES TO FXD-LINEA.
             STRING "TOTAL DIFERENCIAS DE CAMBIO EN EUR: " WS-EDIT-SALDO
                 "  LINEAS SIN TIPO DE SU FECHA: " WS-SIN-TASA-LINEAS
                 DELIMITED BY SIZE INTO FXD-LINEA.
             WRITE FXD-LINEA.


      *    Each line goes, unchanged, to the document archive under
      *    the customer being printed (the parent, for a group
      *    statement) and then to the channels the
      *    customer takes: the mailing file, the e-delivery extract
      *    or both.
           GRABA-LINEA.
             MOVE "L" TO WS-DOC-ACCION.
             PERFORM LLAMA-DOCARCH.
             IF WS-ENVIA-ELEC = "Y"
               MOVE "L" TO WS-EDEL-ACCION
               PERFORM LLAMA-EDELIV
             END-IF.
             IF WS-ENVIA-PAPEL = "Y"
               WRITE STMT-LINEA
             END-IF.

           LLAMA-DOCARCH.
             CALL "DOCARCH" USING WS-DOC-ACCION WS-DOC-TIPO
                 WS-CLIENTE-DOC WS-DOC-CANAL STMT-LINEA
                 WS-DOC-RESULTADO.
             IF WS-DOC-RESULTADO = "N"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           LLAMA-EDELIV.
             CALL "EDELIV" USING WS-EDEL-ACCION WS-DOC-TIPO
                 WS-CLIENTE-DOC WS-EDEL-EMAIL STMT-LINEA
                 WS-EDEL-RESULTADO.
             IF WS-EDEL-RESULTADO = "N"
               MOVE "Y" TO WS-EDEL-ERROR
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "STMTPARM.DAT" TO WS-ARCH-STMTPARM.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "BALSNAP.DAT" TO WS-ARCH-BALSNAP.
             CALL "ENVNAME" USING WS-ARCH-BALSNAP WS-AMBIENTE.
             MOVE "FXRATES.DAT" TO WS-ARCH-FXRATES.
             CALL "ENVNAME" USING WS-ARCH-FXRATES WS-AMBIENTE.
             MOVE "EXTRFXD.DAT" TO WS-ARCH-EXTRFXD.
             CALL "ENVNAME" USING WS-ARCH-EXTRFXD WS-AMBIENTE.
             MOVE "EXTRORD.TMP" TO WS-ARCH-EXTRORDTMP.
             CALL "ENVNAME" USING WS-ARCH-EXTRORDTMP WS-AMBIENTE.
             MOVE "CORRRET.DAT" TO WS-ARCH-CORRRET.
             CALL "ENVNAME" USING WS-ARCH-CORRRET WS-AMBIENTE.

       END PROGRAM CUSTSTMT.
