      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank reconciliation of applied cash: CASHAPP credits
      *          whatever remittance billing reports, so the bank's
      *          own daily statement (BANKSTMT.DAT, released by
      *          INGATE) is matched against the applications
      *          CASHAPP journaled (CASHAPLI.DAT). A credit line and
      *          an application match on amount, customer reference
      *          (the CUST-ID with its check digit, verified through
      *          CUSTIDVF) and date, within BANKPARM.DAT's tolerance
      *          of days (default 3). What does not match tonight
      *          stays open in BANKPEND.DAT and is tried again the
      *          following nights. BANKREC.DAT lists the matched
      *          pairs, the unmatched bank credits and the unmatched
      *          applications with totals, and proves the day's
      *          balance movement (closing less opening) against the
      *          matched credits plus the unmatched ones less the
      *          debits -- a statement that does not prove ends the
      *          run with RETURN-CODE 16. An item still open past
      *          BANKPARM.DAT's alert limit (default 5 days) raises
      *          one OPERALRT alert and RETURN-CODE 8. BANKCKPT.DAT
      *          remembers the last reconciled business date and the
      *          statement is kept as BANKSTMT.C<date>.DAT, so a
      *          rerun or a night without a statement never takes
      *          the same items twice. Runs in NIGHTRUN after
      *          CASHAPP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-STMT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BANKSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.
           SELECT OPTIONAL CASH-APLI-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASHAPLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPL-STATUS.
           SELECT OPTIONAL BANK-PEND-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BANKPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL BANK-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BANKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL BANK-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BANKCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CONC-REPORT ASSIGN TO DYNAMIC WS-ARCH-BANKREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STMT-FILE.
           COPY "BANKSTMT.cpy".

       FD  CASH-APLI-FILE.
           COPY "CASHAPLI.cpy".

       FD  BANK-PEND-FILE.
           COPY "BANKPEND.cpy".

       FD  BANK-PARM-FILE.
       01  BANK-PARM-REG.
           05  BPRM-DIAS-FECHA  PIC 9(3).
           05  FILLER           PIC X.
           05  BPRM-DIAS-ALERTA PIC 9(3).

       FD  BANK-CKPT-FILE.
       01  BANK-CKPT-REG PIC 9(8).

       FD  CONC-REPORT.
       01  CONC-LINEA PIC X(100).

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-BANKSTMT PIC X(30).
       01  WS-ARCH-BANKSTMT-HECHO PIC X(30).
       01  WS-ARCH-CASHAPLI PIC X(30).
       01  WS-ARCH-BANKPEND PIC X(30).
       01  WS-ARCH-BANKPARM PIC X(30).
       01  WS-ARCH-BANKCKPT PIC X(30).
       01  WS-ARCH-BANKREC PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-BNK-STATUS PIC XX.
       01  WS-CAPL-STATUS PIC XX.
       01  WS-PEND-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HOY-ENTERO PIC 9(8).
       01  WS-FECHA-CARGADA PIC 9(8) VALUE 0.
       01  WS-DIAS-FECHA PIC 9(3) VALUE 3.
       01  WS-DIAS-ALERTA PIC 9(3) VALUE 5.
       01  WS-HAY-EXTRACTO PIC X VALUE "N".
      *    Every open item: carried from BANKPEND.DAT, tonight's
      *    statement credits and tonight's applications. WS-PND-CONC
      *    holds the index of the item it matched (0 = still open).
       01  WS-PENDIENTES.
           05  WS-PND-ENTRY OCCURS 2000.
               10  WS-PND-ORIGEN     PIC X.
               10  WS-PND-FECHA      PIC 9(8).
               10  WS-PND-CUST-ID    PIC 9(6).
               10  WS-PND-IMPORTE    PIC S9(11)V99.
               10  WS-PND-REFERENCIA PIC X(8).
               10  WS-PND-SECUENCIA  PIC 9(6).
               10  WS-PND-ALERTADA   PIC X.
               10  WS-PND-NUEVA      PIC X.
               10  WS-PND-CONC       PIC 9(4).
       01  WS-PND-TOTAL PIC 9(4) VALUE 0.
       01  WS-PND-IDX PIC 9(4).
       01  WS-APL-IDX PIC 9(4).
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-DIFERENCIA-DIAS PIC S9(8).
       01  WS-EDAD-DIAS PIC S9(8).
       01  WS-VERIFICA-ENTRADA PIC X(8).
       01  WS-VERIFICA-CUST PIC 9(6).
       01  WS-VERIFICA-RESULTADO PIC X.
      *    The statement's own figures for the balance proof.
       01  WS-HAY-APERTURA PIC X VALUE "N".
       01  WS-HAY-CIERRE PIC X VALUE "N".
       01  WS-SALDO-APERTURA PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-CIERRE PIC S9(11)V99 VALUE 0.
       01  WS-MOVIMIENTO PIC S9(11)V99 VALUE 0.
       01  WS-CARGOS-DIA PIC S9(11)V99 VALUE 0.
       01  WS-CONC-DIA PIC S9(11)V99 VALUE 0.
       01  WS-SIN-CONC-DIA PIC S9(11)V99 VALUE 0.
       01  WS-DESCUADRE PIC S9(11)V99 VALUE 0.
       01  WS-PRUEBA-OK PIC X VALUE "Y".
       01  WS-CONCILIADAS PIC 9(5) VALUE 0.
       01  WS-TOT-CONCILIADO PIC S9(11)V99 VALUE 0.
       01  WS-BANCO-ABIERTAS PIC 9(5) VALUE 0.
       01  WS-TOT-BANCO-ABIERTO PIC S9(11)V99 VALUE 0.
       01  WS-APLI-ABIERTAS PIC 9(5) VALUE 0.
       01  WS-TOT-APLI-ABIERTO PIC S9(11)V99 VALUE 0.
       01  WS-ALERTAS PIC 9(5) VALUE 0.
       01  WS-ALERTA-TEXTO PIC X(50).
       01  WS-IMPORTE-EDIT PIC -Z(10)9.99.
       01  WS-IMPORTE-EDIT2 PIC -Z(10)9.99.
       01  WS-EDAD-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           DISPLAY "=== CONCILIACION BANCARIA DEL COBRO APLICADO ===".
           PERFORM CARGA-CHECKPOINT.
           IF WS-FECHA-CARGADA = WS-FECHA-NEGOCIO
             DISPLAY "CONCILIACION BANCARIA YA HECHA PARA "
                 WS-FECHA-NEGOCIO ": NADA QUE HACER."
             STOP RUN
           END-IF.
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-PENDIENTES.
           PERFORM CARGA-EXTRACTO.
           PERFORM CARGA-APLICACIONES.
           IF WS-DESBORDADO = "Y"
             DISPLAY "*** MAS DE 2000 PARTIDAS ABIERTAS: AMPLIE"
                 " WS-PENDIENTES. NO SE CONCILIA. ***"
             MOVE "BANKREC: TABLA DE PARTIDAS DESBORDADA"
                 TO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CONC-REPORT.
           PERFORM IMPRIME-CABECERA.
           PERFORM CONCILIA-PARTIDAS.
           PERFORM IMPRIME-ABIERTAS.
           PERFORM PRUEBA-SALDO.
           CLOSE CONC-REPORT.
           PERFORM GRABA-PENDIENTES.
           PERFORM GRABA-CHECKPOINT.
           IF WS-HAY-EXTRACTO = "Y"
             PERFORM ARCHIVA-EXTRACTO
           END-IF.
           DISPLAY "PARTIDAS CONCILIADAS   : " WS-CONCILIADAS.
           DISPLAY "ABONOS SIN APLICACION  : " WS-BANCO-ABIERTAS.
           DISPLAY "APLICACIONES SIN ABONO : " WS-APLI-ABIERTAS.
           DISPLAY "ALERTAS POR ANTIGUEDAD : " WS-ALERTAS.
           IF WS-PRUEBA-OK = "N"
             MOVE 16 TO RETURN-CODE
           ELSE
             IF WS-ALERTAS > 0
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

           CARGA-CHECKPOINT.
             OPEN INPUT BANK-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ BANK-CKPT-FILE
                 NOT AT END
                   MOVE BANK-CKPT-REG TO WS-FECHA-CARGADA
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
                 OR WS-CKPT-STATUS = "10"
               CLOSE BANK-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT BANK-CKPT-FILE.
             MOVE WS-FECHA-NEGOCIO TO BANK-CKPT-REG.
             WRITE BANK-CKPT-REG.
             CLOSE BANK-CKPT-FILE.

           CARGA-PARAMETROS.
             OPEN INPUT BANK-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ BANK-PARM-FILE
                 NOT AT END
                   IF BPRM-DIAS-FECHA IS NUMERIC
                     MOVE BPRM-DIAS-FECHA TO WS-DIAS-FECHA
                   END-IF
                   IF BPRM-DIAS-ALERTA IS NUMERIC
                       AND BPRM-DIAS-ALERTA > 0
                     MOVE BPRM-DIAS-ALERTA TO WS-DIAS-ALERTA
                   END-IF
               END-READ
               CLOSE BANK-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE BANK-PARM-FILE
               END-IF
             END-IF.

           CARGA-PENDIENTES.
             OPEN INPUT BANK-PEND-FILE.
             IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-STATUS = "10"
                 READ BANK-PEND-FILE
                   AT END
                     MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                     PERFORM AGREGA-PARTIDA
                     IF WS-DESBORDADO = "N"
                       MOVE BPND-ORIGEN TO WS-PND-ORIGEN(WS-PND-TOTAL)
                       MOVE BPND-FECHA TO WS-PND-FECHA(WS-PND-TOTAL)
                       MOVE BPND-CUST-ID
                           TO WS-PND-CUST-ID(WS-PND-TOTAL)
                       MOVE BPND-IMPORTE
                           TO WS-PND-IMPORTE(WS-PND-TOTAL)
                       MOVE BPND-REFERENCIA
                           TO WS-PND-REFERENCIA(WS-PND-TOTAL)
                       MOVE BPND-SECUENCIA
                           TO WS-PND-SECUENCIA(WS-PND-TOTAL)
                       MOVE BPND-ALERTADA
                           TO WS-PND-ALERTADA(WS-PND-TOTAL)
                       MOVE "N" TO WS-PND-NUEVA(WS-PND-TOTAL)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BANK-PEND-FILE
             ELSE
               IF WS-PEND-STATUS = "05"
                 CLOSE BANK-PEND-FILE
               END-IF
             END-IF.

           AGREGA-PARTIDA.
             IF WS-PND-TOTAL < 2000
               ADD 1 TO WS-PND-TOTAL
               MOVE 0 TO WS-PND-CONC(WS-PND-TOTAL)
             ELSE
               MOVE "Y" TO WS-DESBORDADO
             END-IF.

      *    Only the credits are matched; the debits (bank charges,
      *    refunds paid out) count in the balance proof alone. A
      *    credit whose reference is not a valid customer number
      *    stays open with customer 0 for somebody to trace.
           CARGA-EXTRACTO.
             OPEN INPUT BANK-STMT-FILE.
             IF WS-BNK-STATUS = "00"
               MOVE "Y" TO WS-HAY-EXTRACTO
               PERFORM UNTIL WS-BNK-STATUS = "10"
                 READ BANK-STMT-FILE
                   AT END
                     MOVE "10" TO WS-BNK-STATUS
                   NOT AT END
                     PERFORM TRATA-LINEA-BANCO
                 END-READ
               END-PERFORM
               CLOSE BANK-STMT-FILE
             ELSE
               DISPLAY "SIN EXTRACTO BANCARIO (BANKSTMT.DAT): SOLO SE"
                   " TOMAN LAS APLICACIONES DEL DIA."
               IF WS-BNK-STATUS = "05"
                 CLOSE BANK-STMT-FILE
               END-IF
             END-IF.

           TRATA-LINEA-BANCO.
             EVALUATE BNK-TIPO
               WHEN "I"
                 MOVE "Y" TO WS-HAY-APERTURA
                 MOVE BNK-IMPORTE TO WS-SALDO-APERTURA
               WHEN "F"
                 MOVE "Y" TO WS-HAY-CIERRE
                 MOVE BNK-IMPORTE TO WS-SALDO-CIERRE
               WHEN "M"
                 IF BNK-DEBE-HAB = "C"
                   PERFORM AGREGA-PARTIDA
                   IF WS-DESBORDADO = "N"
                     PERFORM GUARDA-ABONO
                   END-IF
                 ELSE
                   ADD BNK-IMPORTE TO WS-CARGOS-DIA
                 END-IF
               WHEN OTHER
                 DISPLAY "*** LINEA DE EXTRACTO DE TIPO DESCONOCIDO """
                     BNK-TIPO """: IGNORADA ***"
             END-EVALUATE.

           GUARDA-ABONO.
             MOVE "B" TO WS-PND-ORIGEN(WS-PND-TOTAL).
             IF BNK-FECHA IS NUMERIC
                 AND BNK-FECHA(5:2) > "00" AND BNK-FECHA(5:2) < "13"
                 AND BNK-FECHA(7:2) > "00" AND BNK-FECHA(7:2) < "32"
               MOVE BNK-FECHA TO WS-PND-FECHA(WS-PND-TOTAL)
             ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-PND-FECHA(WS-PND-TOTAL)
             END-IF.
             MOVE BNK-IMPORTE TO WS-PND-IMPORTE(WS-PND-TOTAL).
             MOVE BNK-REFERENCIA TO WS-PND-REFERENCIA(WS-PND-TOTAL).
             MOVE BNK-REFERENCIA TO WS-VERIFICA-ENTRADA.
             CALL "CUSTIDVF" USING WS-VERIFICA-ENTRADA
                 WS-VERIFICA-CUST WS-VERIFICA-RESULTADO.
             IF WS-VERIFICA-RESULTADO = "N"
               MOVE 0 TO WS-PND-CUST-ID(WS-PND-TOTAL)
             ELSE
               MOVE WS-VERIFICA-CUST TO WS-PND-CUST-ID(WS-PND-TOTAL)
             END-IF.
             MOVE 0 TO WS-PND-SECUENCIA(WS-PND-TOTAL).
             MOVE "N" TO WS-PND-ALERTADA(WS-PND-TOTAL).
             MOVE "Y" TO WS-PND-NUEVA(WS-PND-TOTAL).

           CARGA-APLICACIONES.
             OPEN INPUT CASH-APLI-FILE.
             IF WS-CAPL-STATUS = "00"
               PERFORM UNTIL WS-CAPL-STATUS = "10"
                 READ CASH-APLI-FILE
                   AT END
                     MOVE "10" TO WS-CAPL-STATUS
                   NOT AT END
                     IF CAPL-FECHA = WS-FECHA-NEGOCIO
                       PERFORM AGREGA-PARTIDA
                       IF WS-DESBORDADO = "N"
                         PERFORM GUARDA-APLICACION
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CASH-APLI-FILE
             ELSE
               IF WS-CAPL-STATUS = "05"
                 CLOSE CASH-APLI-FILE
               END-IF
             END-IF.

           GUARDA-APLICACION.
             MOVE "A" TO WS-PND-ORIGEN(WS-PND-TOTAL).
             MOVE CAPL-FECHA TO WS-PND-FECHA(WS-PND-TOTAL).
             MOVE CAPL-CUST-ID TO WS-PND-CUST-ID(WS-PND-TOTAL).
             MOVE CAPL-IMPORTE TO WS-PND-IMPORTE(WS-PND-TOTAL).
             MOVE SPACES TO WS-PND-REFERENCIA(WS-PND-TOTAL).
             MOVE CAPL-SECUENCIA TO WS-PND-SECUENCIA(WS-PND-TOTAL).
             MOVE "N" TO WS-PND-ALERTADA(WS-PND-TOTAL).
             MOVE "Y" TO WS-PND-NUEVA(WS-PND-TOTAL).

      *    Each open bank credit takes the first open application of
      *    the same customer and amount booked within the tolerance
      *    of days either side.
           CONCILIA-PARTIDAS.
             MOVE SPACES TO CONC-LINEA.
             STRING "PARTIDAS CONCILIADAS (BANCO / APLICACION)"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                 UNTIL WS-PND-IDX > WS-PND-TOTAL
               IF WS-PND-ORIGEN(WS-PND-IDX) = "B"
                   AND WS-PND-CUST-ID(WS-PND-IDX) NOT = 0
                 PERFORM BUSCA-APLICACION
               END-IF
             END-PERFORM.
             MOVE WS-TOT-CONCILIADO TO WS-IMPORTE-EDIT.
             MOVE SPACES TO CONC-LINEA.
             STRING "  TOTAL CONCILIADO: " WS-CONCILIADAS
                 " PARTIDAS, IMPORTE " WS-IMPORTE-EDIT
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.

           BUSCA-APLICACION.
             PERFORM VARYING WS-APL-IDX FROM 1 BY 1
                 UNTIL WS-APL-IDX > WS-PND-TOTAL
                     OR WS-PND-CONC(WS-PND-IDX) > 0
               IF WS-PND-ORIGEN(WS-APL-IDX) = "A"
                   AND WS-PND-CONC(WS-APL-IDX) = 0
                   AND WS-PND-CUST-ID(WS-APL-IDX) =
                       WS-PND-CUST-ID(WS-PND-IDX)
                   AND WS-PND-IMPORTE(WS-APL-IDX) =
                       WS-PND-IMPORTE(WS-PND-IDX)
                 COMPUTE WS-DIFERENCIA-DIAS =
                     FUNCTION INTEGER-OF-DATE(WS-PND-FECHA(WS-PND-IDX))
                     - FUNCTION INTEGER-OF-DATE(
                         WS-PND-FECHA(WS-APL-IDX))
                 IF WS-DIFERENCIA-DIAS < 0
                   COMPUTE WS-DIFERENCIA-DIAS = 0 - WS-DIFERENCIA-DIAS
                 END-IF
                 IF WS-DIFERENCIA-DIAS NOT > WS-DIAS-FECHA
                   MOVE WS-APL-IDX TO WS-PND-CONC(WS-PND-IDX)
                   MOVE WS-PND-IDX TO WS-PND-CONC(WS-APL-IDX)
                   PERFORM IMPRIME-CONCILIADA
                 END-IF
               END-IF
             END-PERFORM.

           IMPRIME-CONCILIADA.
             ADD 1 TO WS-CONCILIADAS.
             ADD WS-PND-IMPORTE(WS-PND-IDX) TO WS-TOT-CONCILIADO.
             IF WS-PND-NUEVA(WS-PND-IDX) = "Y"
               ADD WS-PND-IMPORTE(WS-PND-IDX) TO WS-CONC-DIA
             END-IF.
             MOVE WS-PND-IMPORTE(WS-PND-IDX) TO WS-IMPORTE-EDIT.
             MOVE SPACES TO CONC-LINEA.
             STRING "  BANCO " WS-PND-FECHA(WS-PND-IDX)
                 " REF " WS-PND-REFERENCIA(WS-PND-IDX)
                 " CLIENTE " WS-PND-CUST-ID(WS-PND-IDX)
                 " " WS-IMPORTE-EDIT
                 " / APLICADO " WS-PND-FECHA(WS-APL-IDX)
                 " SEC " WS-PND-SECUENCIA(WS-APL-IDX)
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.

      *    Both open lists, with each item's age; the first night an
      *    item is past the alert limit it is alerted, once.
           IMPRIME-ABIERTAS.
             MOVE SPACES TO CONC-LINEA.
             STRING "ABONOS DEL BANCO SIN APLICACION"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                 UNTIL WS-PND-IDX > WS-PND-TOTAL
               IF WS-PND-ORIGEN(WS-PND-IDX) = "B"
                   AND WS-PND-CONC(WS-PND-IDX) = 0
                 ADD 1 TO WS-BANCO-ABIERTAS
                 ADD WS-PND-IMPORTE(WS-PND-IDX) TO WS-TOT-BANCO-ABIERTO
                 IF WS-PND-NUEVA(WS-PND-IDX) = "Y"
                   ADD WS-PND-IMPORTE(WS-PND-IDX) TO WS-SIN-CONC-DIA
                 END-IF
                 PERFORM IMPRIME-ABIERTA
               END-IF
             END-PERFORM.
             MOVE WS-TOT-BANCO-ABIERTO TO WS-IMPORTE-EDIT.
             MOVE SPACES TO CONC-LINEA.
             STRING "  TOTAL SIN APLICACION: " WS-BANCO-ABIERTAS
                 " PARTIDAS, IMPORTE " WS-IMPORTE-EDIT
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "APLICACIONES SIN ABONO EN EL BANCO"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                 UNTIL WS-PND-IDX > WS-PND-TOTAL
               IF WS-PND-ORIGEN(WS-PND-IDX) = "A"
                   AND WS-PND-CONC(WS-PND-IDX) = 0
                 ADD 1 TO WS-APLI-ABIERTAS
                 ADD WS-PND-IMPORTE(WS-PND-IDX) TO WS-TOT-APLI-ABIERTO
                 PERFORM IMPRIME-ABIERTA
               END-IF
             END-PERFORM.
             MOVE WS-TOT-APLI-ABIERTO TO WS-IMPORTE-EDIT.
             MOVE SPACES TO CONC-LINEA.
             STRING "  TOTAL SIN ABONO: " WS-APLI-ABIERTAS
                 " PARTIDAS, IMPORTE " WS-IMPORTE-EDIT
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.

           IMPRIME-ABIERTA.
             COMPUTE WS-EDAD-DIAS = WS-HOY-ENTERO
                 - FUNCTION INTEGER-OF-DATE(WS-PND-FECHA(WS-PND-IDX)).
             IF WS-EDAD-DIAS < 0
               MOVE 0 TO WS-EDAD-DIAS
             END-IF.
             MOVE WS-EDAD-DIAS TO WS-EDAD-EDIT.
             MOVE WS-PND-IMPORTE(WS-PND-IDX) TO WS-IMPORTE-EDIT.
             MOVE SPACES TO CONC-LINEA.
             IF WS-PND-ORIGEN(WS-PND-IDX) = "B"
               STRING "  " WS-PND-FECHA(WS-PND-IDX)
                   " REF " WS-PND-REFERENCIA(WS-PND-IDX)
                   " CLIENTE " WS-PND-CUST-ID(WS-PND-IDX)
                   " " WS-IMPORTE-EDIT " DIAS " WS-EDAD-EDIT
                   DELIMITED BY SIZE INTO CONC-LINEA
             ELSE
               STRING "  " WS-PND-FECHA(WS-PND-IDX)
                   " SEC " WS-PND-SECUENCIA(WS-PND-IDX)
                   " CLIENTE " WS-PND-CUST-ID(WS-PND-IDX)
                   " " WS-IMPORTE-EDIT " DIAS " WS-EDAD-EDIT
                   DELIMITED BY SIZE INTO CONC-LINEA
             END-IF.
             IF WS-EDAD-DIAS > WS-DIAS-ALERTA
               MOVE "*" TO CONC-LINEA(80:1)
               IF WS-PND-ALERTADA(WS-PND-IDX) NOT = "Y"
                 MOVE "Y" TO WS-PND-ALERTADA(WS-PND-IDX)
                 ADD 1 TO WS-ALERTAS
                 MOVE SPACES TO WS-ALERTA-TEXTO
                 IF WS-PND-ORIGEN(WS-PND-IDX) = "B"
                   STRING "BANCO SIN APLICAR " WS-PND-FECHA(WS-PND-IDX)
                       " REF " WS-PND-REFERENCIA(WS-PND-IDX)
                       DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
                 ELSE
                   STRING "APLICADO SIN ABONO "
                       WS-PND-FECHA(WS-PND-IDX)
                       " CLIENTE " WS-PND-CUST-ID(WS-PND-IDX)
                       DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
                 END-IF
                 PERFORM GRABA-ALERTA
               END-IF
             END-IF.
             WRITE CONC-LINEA.

      *    The movement the bank reports for the day must be made up
      *    of tonight's credits -- matched plus still open -- less
      *    tonight's debits; anything else means the statement is not
      *    the one whose lines we read.
           PRUEBA-SALDO.
             MOVE SPACES TO CONC-LINEA.
             STRING "PRUEBA DEL MOVIMIENTO DEL SALDO BANCARIO"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             IF WS-HAY-EXTRACTO = "N"
               MOVE SPACES TO CONC-LINEA
               STRING "  SIN EXTRACTO DEL BANCO PARA LA FECHA"
                   DELIMITED BY SIZE INTO CONC-LINEA
               WRITE CONC-LINEA
             ELSE
               IF WS-HAY-APERTURA = "N" OR WS-HAY-CIERRE = "N"
                 MOVE "N" TO WS-PRUEBA-OK
                 MOVE SPACES TO CONC-LINEA
                 STRING "  *** EXTRACTO SIN SALDO DE APERTURA O DE"
                     " CIERRE: NO SE PUEDE PROBAR ***"
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
               ELSE
                 COMPUTE WS-MOVIMIENTO =
                     WS-SALDO-CIERRE - WS-SALDO-APERTURA
                 COMPUTE WS-DESCUADRE = WS-MOVIMIENTO
                     - WS-CONC-DIA - WS-SIN-CONC-DIA + WS-CARGOS-DIA
                 MOVE WS-SALDO-APERTURA TO WS-IMPORTE-EDIT
                 MOVE WS-SALDO-CIERRE TO WS-IMPORTE-EDIT2
                 MOVE SPACES TO CONC-LINEA
                 STRING "  SALDO APERTURA " WS-IMPORTE-EDIT
                     "  SALDO CIERRE " WS-IMPORTE-EDIT2
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
                 MOVE WS-MOVIMIENTO TO WS-IMPORTE-EDIT
                 MOVE SPACES TO CONC-LINEA
                 STRING "  MOVIMIENTO DEL DIA          " WS-IMPORTE-EDIT
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
                 MOVE WS-CONC-DIA TO WS-IMPORTE-EDIT
                 MOVE SPACES TO CONC-LINEA
                 STRING "  ABONOS CONCILIADOS          " WS-IMPORTE-EDIT
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
                 MOVE WS-SIN-CONC-DIA TO WS-IMPORTE-EDIT
                 MOVE SPACES TO CONC-LINEA
                 STRING "  ABONOS SIN APLICACION       " WS-IMPORTE-EDIT
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
                 MOVE WS-CARGOS-DIA TO WS-IMPORTE-EDIT
                 MOVE SPACES TO CONC-LINEA
                 STRING "  CARGOS DEL BANCO            " WS-IMPORTE-EDIT
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
                 MOVE WS-DESCUADRE TO WS-IMPORTE-EDIT
                 MOVE SPACES TO CONC-LINEA
                 STRING "  DIFERENCIA                  " WS-IMPORTE-EDIT
                     DELIMITED BY SIZE INTO CONC-LINEA
                 WRITE CONC-LINEA
                 IF WS-DESCUADRE NOT = 0
                   MOVE "N" TO WS-PRUEBA-OK
                 END-IF
               END-IF
               IF WS-PRUEBA-OK = "N"
                 DISPLAY "*** EL MOVIMIENTO DEL EXTRACTO NO CUADRA"
                     " CON SUS PARTIDAS ***"
                 MOVE "EXTRACTO BANCARIO: MOVIMIENTO NO CUADRA"
                     TO WS-ALERTA-TEXTO
                 PERFORM GRABA-ALERTA
               ELSE
                 DISPLAY "MOVIMIENTO DEL EXTRACTO PROBADO."
               END-IF
             END-IF.

           GRABA-PENDIENTES.
             OPEN OUTPUT BANK-PEND-FILE.
             PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                 UNTIL WS-PND-IDX > WS-PND-TOTAL
               IF WS-PND-CONC(WS-PND-IDX) = 0
                 MOVE WS-PND-ORIGEN(WS-PND-IDX) TO BPND-ORIGEN
                 MOVE WS-PND-FECHA(WS-PND-IDX) TO BPND-FECHA
                 MOVE WS-PND-CUST-ID(WS-PND-IDX) TO BPND-CUST-ID
                 MOVE WS-PND-IMPORTE(WS-PND-IDX) TO BPND-IMPORTE
                 MOVE WS-PND-REFERENCIA(WS-PND-IDX) TO BPND-REFERENCIA
                 MOVE WS-PND-SECUENCIA(WS-PND-IDX) TO BPND-SECUENCIA
                 MOVE WS-PND-ALERTADA(WS-PND-IDX) TO BPND-ALERTADA
                 WRITE BANK-PEND-REG
               END-IF
             END-PERFORM.
             CLOSE BANK-PEND-FILE.

           IMPRIME-CABECERA.
             MOVE SPACES TO CONC-LINEA.
             STRING "CONCILIACION BANCARIA DEL COBRO APLICADO - FECHA "
                 WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "TOLERANCIA DE FECHA " WS-DIAS-FECHA
                 " DIAS - ALERTA A LOS " WS-DIAS-ALERTA " DIAS (*)"
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.

      *    The reconciled statement is kept under the business date,
      *    out of the way of the next one INGATE releases.
           ARCHIVA-EXTRACTO.
             MOVE SPACES TO WS-ARCH-BANKSTMT-HECHO.
             STRING "BANKSTMT.C" WS-FECHA-NEGOCIO ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-BANKSTMT-HECHO.
             CALL "ENVNAME" USING WS-ARCH-BANKSTMT-HECHO WS-AMBIENTE.
             CALL "CBL_RENAME_FILE" USING WS-ARCH-BANKSTMT
                 WS-ARCH-BANKSTMT-HECHO.
             DISPLAY "EXTRACTO CONCILIADO, GUARDADO COMO "
                 WS-ARCH-BANKSTMT-HECHO.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "BANKREC" TO ALRT-PROGRAMA.
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
             MOVE "BANKSTMT.DAT" TO WS-ARCH-BANKSTMT.
             CALL "ENVNAME" USING WS-ARCH-BANKSTMT WS-AMBIENTE.
             MOVE "CASHAPLI.DAT" TO WS-ARCH-CASHAPLI.
             CALL "ENVNAME" USING WS-ARCH-CASHAPLI WS-AMBIENTE.
             MOVE "BANKPEND.DAT" TO WS-ARCH-BANKPEND.
             CALL "ENVNAME" USING WS-ARCH-BANKPEND WS-AMBIENTE.
             MOVE "BANKPARM.DAT" TO WS-ARCH-BANKPARM.
             CALL "ENVNAME" USING WS-ARCH-BANKPARM WS-AMBIENTE.
             MOVE "BANKCKPT.DAT" TO WS-ARCH-BANKCKPT.
             CALL "ENVNAME" USING WS-ARCH-BANKCKPT WS-AMBIENTE.
             MOVE "BANKREC.DAT" TO WS-ARCH-BANKREC.
             CALL "ENVNAME" USING WS-ARCH-BANKREC WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM BANKREC.
