      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer and segment profitability report for the
      *          rate desk. For the month named in PROFPARM.DAT
      *          (YYYYMM; default the business month) and for the
      *          year to the end of that month it totals, per
      *          CUST-ID, what PROFACUM captured in PROFHIST.DAT --
      *          net activity fees, standing charges, interest
      *          accrued, write-offs and refunds -- and sets the
      *          result (fees + standing charges + interest -
      *          write-offs; a refund only returns the customer's
      *          own credit, so it is shown but not netted) against
      *          the customer's ledger volume in TXNHIST.DAT, as a
      *          margin on volume. Customers are listed by
      *          CUST-SEGMENTO, best first, with per-segment totals,
      *          then the top and bottom customers of each segment
      *          on the year-to-date result (how many from
      *          PROFPARM.DAT, default 5). Report written to
      *          PROFRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROF-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PROFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL PROF-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PROFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-STATUS.
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO DYNAMIC
               WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PROF-REPORT ASSIGN TO DYNAMIC WS-ARCH-PROFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *One record: the month to report and how many customers to
      *rank at each end of every segment.
       FD  PROF-PARM-FILE.
       01  PROF-PARM-REG.
           05  PROF-PARM-ANOMES PIC 9(6).
           05  PROF-PARM-RANGO PIC 99.

       FD  PROF-HIST-FILE.
           COPY "PROFHIST.cpy".

       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  PROF-REPORT.
       01  PROF-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-PROFPARM PIC X(30).
       01  WS-ARCH-PROFHIST PIC X(30).
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-PROFRPT PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-PRF-STATUS PIC XX.
       01  WS-TXN-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANOMES PIC 9(6) VALUE 0.
       01  WS-ANOMES-PARTES REDEFINES WS-ANOMES.
           05  WS-AM-ANO PIC 9(4).
           05  WS-AM-MES PIC 99.
       01  WS-RANGO PIC 99 VALUE 5.
       01  WS-DESDE-ANO PIC 9(8).
       01  WS-DESDE-MES PIC 9(8).
       01  WS-HASTA PIC 9(8).
      *    Per customer, period 1 is the month and period 2 the
      *    year to date.
       01  WS-CLIENTES.
           05  WS-CLI-ENTRY OCCURS 2000.
               10  WS-CLI-CUST PIC 9(6).
               10  WS-CLI-SEGMENTO PIC X(3).
               10  WS-CLI-ORDEN PIC 9.
               10  WS-CLI-NOMBRE PIC X(15).
               10  WS-CLI-APELLIDOS PIC X(20).
               10  WS-CLI-PERIODO OCCURS 2.
                   15  WS-CP-CUOTAS PIC S9(9)V99.
                   15  WS-CP-FIJOS PIC S9(9)V99.
                   15  WS-CP-INTERES PIC S9(9)V99.
                   15  WS-CP-CASTIGOS PIC S9(9)V99.
                   15  WS-CP-REEMBOLSOS PIC S9(9)V99.
                   15  WS-CP-MOVIMIENTOS PIC 9(7).
                   15  WS-CP-VOLUMEN PIC S9(11)V99.
                   15  WS-CP-RESULTADO PIC S9(11)V99.
       01  WS-CLI-AUX PIC X(221).
       01  WS-CLI-TOTAL PIC 9(4) VALUE 0.
       01  WS-CLI-IDX PIC 9(4).
       01  WS-CLI-IDX2 PIC 9(4).
       01  WS-CLI-HALLADO PIC X.
       01  WS-CLI-CAMBIA PIC X.
       01  WS-CLI-OMITIDOS PIC 9(7) VALUE 0.
       01  WS-CLAVE-CUST PIC 9(6).
       01  WS-PER-IDX PIC 9.
       01  WS-SEGMENTOS.
           05  WS-SEG-ENTRY OCCURS 3.
               10  WS-SEG-CODIGO PIC X(3).
               10  WS-SEG-CLIENTES PIC 9(5).
               10  WS-SEG-PRIMERO PIC 9(4).
               10  WS-SEG-ULTIMO PIC 9(4).
               10  WS-SEG-PERIODO OCCURS 2.
                   15  WS-SP-CUOTAS PIC S9(11)V99.
                   15  WS-SP-FIJOS PIC S9(11)V99.
                   15  WS-SP-INTERES PIC S9(11)V99.
                   15  WS-SP-CASTIGOS PIC S9(11)V99.
                   15  WS-SP-REEMBOLSOS PIC S9(11)V99.
                   15  WS-SP-VOLUMEN PIC S9(13)V99.
                   15  WS-SP-RESULTADO PIC S9(13)V99.
       01  WS-SEG-IDX PIC 9.
       01  WS-RANK-IDX PIC 9(4).
       01  WS-RANK-CUENTA PIC 99.
       01  WS-RANK-LIMITE PIC 9(4).
       01  WS-LIN-CUOTAS PIC S9(11)V99.
       01  WS-LIN-FIJOS PIC S9(11)V99.
       01  WS-LIN-INTERES PIC S9(11)V99.
       01  WS-LIN-CASTIGOS PIC S9(11)V99.
       01  WS-LIN-REEMBOLSOS PIC S9(11)V99.
       01  WS-LIN-VOLUMEN PIC S9(13)V99.
       01  WS-LIN-RESULTADO PIC S9(13)V99.
       01  WS-LIN-MARGEN PIC S9(5)V99.
       01  WS-EDIT-CUOTAS PIC -(8)9.99.
       01  WS-EDIT-FIJOS PIC -(8)9.99.
       01  WS-EDIT-INTERES PIC -(8)9.99.
       01  WS-EDIT-CASTIGOS PIC -(8)9.99.
       01  WS-EDIT-REEMBOLSOS PIC -(8)9.99.
       01  WS-EDIT-RESULTADO PIC -(10)9.99.
       01  WS-EDIT-VOLUMEN PIC -(12)9.99.
       01  WS-EDIT-MARGEN PIC -(4)9.99.
       01  WS-MARGEN-TEXTO PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM CARGA-PARAMETROS.
           PERFORM ACUMULA-HISTORIA.
           PERFORM ACUMULA-VOLUMEN.
           PERFORM CARGA-DATOS-CLIENTES.
           PERFORM CALCULA-RESULTADOS.
           PERFORM ORDENA-CLIENTES.
           OPEN OUTPUT PROF-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR PROFRPT.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECERA.
           PERFORM IMPRIME-CLIENTES.
           PERFORM IMPRIME-SEGMENTOS.
           PERFORM IMPRIME-RANKING.
           IF WS-CLI-OMITIDOS > 0
             MOVE SPACES TO PROF-LINEA
             WRITE PROF-LINEA
             MOVE SPACES TO PROF-LINEA
             STRING "*** AVISO: " WS-CLI-OMITIDOS " MOVIMIENTOS DE"
                 " CLIENTES FUERA DE LA TABLA DE 2000 NO INCLUIDOS"
                 " ***"
                 DELIMITED BY SIZE INTO PROF-LINEA
             WRITE PROF-LINEA
             DISPLAY PROF-LINEA
           END-IF.
           CLOSE PROF-REPORT.
           DISPLAY "CLIENTES EN EL INFORME: " WS-CLI-TOTAL.
           IF WS-CLI-OMITIDOS > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT PROF-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ PROF-PARM-FILE
                 NOT AT END
                   IF PROF-PARM-ANOMES IS NUMERIC
                     MOVE PROF-PARM-ANOMES TO WS-ANOMES
                   END-IF
                   IF PROF-PARM-RANGO IS NUMERIC
                       AND PROF-PARM-RANGO > 0
                     MOVE PROF-PARM-RANGO TO WS-RANGO
                   END-IF
               END-READ
               CLOSE PROF-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE PROF-PARM-FILE
               END-IF
             END-IF.
             IF WS-AM-MES < 1 OR WS-AM-MES > 12
               CALL "BUSDATE" USING WS-FECHA-NEGOCIO
               COMPUTE WS-ANOMES = WS-FECHA-NEGOCIO / 100
             END-IF.
             INITIALIZE WS-SEGMENTOS.
             COMPUTE WS-DESDE-ANO = WS-AM-ANO * 10000 + 101.
             COMPUTE WS-DESDE-MES = WS-ANOMES * 100 + 1.
             COMPUTE WS-HASTA = WS-ANOMES * 100 + 31.
             MOVE "RET" TO WS-SEG-CODIGO(1).
             MOVE "COR" TO WS-SEG-CODIGO(2).
             MOVE "TST" TO WS-SEG-CODIGO(3).

           ACUMULA-HISTORIA.
             OPEN INPUT PROF-HIST-FILE.
             IF WS-PRF-STATUS = "00"
               PERFORM UNTIL WS-PRF-STATUS = "10"
                 READ PROF-HIST-FILE
                   AT END
                     MOVE "10" TO WS-PRF-STATUS
                   NOT AT END
                     IF PRF-FECHA NOT < WS-DESDE-ANO
                         AND PRF-FECHA NOT > WS-HASTA
                       MOVE PRF-CUST-ID TO WS-CLAVE-CUST
                       PERFORM BUSCA-CLIENTE
                       IF WS-CLI-HALLADO = "Y"
                         MOVE 2 TO WS-PER-IDX
                         PERFORM SUMA-HISTORIA
                         IF PRF-FECHA NOT < WS-DESDE-MES
                           MOVE 1 TO WS-PER-IDX
                           PERFORM SUMA-HISTORIA
                         END-IF
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PROF-HIST-FILE
             ELSE
               DISPLAY "AVISO: SIN HISTORIA DE INGRESOS (PROFHIST.DAT)."
               IF WS-PRF-STATUS = "05"
                 CLOSE PROF-HIST-FILE
               END-IF
             END-IF.

           SUMA-HISTORIA.
             ADD PRF-CUOTAS TO WS-CP-CUOTAS(WS-CLI-IDX, WS-PER-IDX).
             ADD PRF-FIJOS TO WS-CP-FIJOS(WS-CLI-IDX, WS-PER-IDX).
             ADD PRF-INTERES TO WS-CP-INTERES(WS-CLI-IDX, WS-PER-IDX).
             ADD PRF-CASTIGOS
                 TO WS-CP-CASTIGOS(WS-CLI-IDX, WS-PER-IDX).
             ADD PRF-REEMBOLSOS
                 TO WS-CP-REEMBOLSOS(WS-CLI-IDX, WS-PER-IDX).

      *    Volume is the customer's ledger movement whichever way it
      *    ran: every posted amount counted at its absolute value.
           ACUMULA-VOLUMEN.
             OPEN INPUT TXN-HIST-FILE.
             IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-STATUS = "10"
                 READ TXN-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-TXN-STATUS
                   NOT AT END
                     IF TXN-FECHA NOT < WS-DESDE-ANO
                         AND TXN-FECHA NOT > WS-HASTA
                       MOVE TXN-CUST-ID TO WS-CLAVE-CUST
                       PERFORM BUSCA-CLIENTE
                       IF WS-CLI-HALLADO = "Y"
                         MOVE 2 TO WS-PER-IDX
                         PERFORM SUMA-VOLUMEN
                         IF TXN-FECHA NOT < WS-DESDE-MES
                           MOVE 1 TO WS-PER-IDX
                           PERFORM SUMA-VOLUMEN
                         END-IF
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TXN-HIST-FILE
             ELSE
               DISPLAY "AVISO: TXNHIST.DAT NO DISPONIBLE (STATUS "
                   WS-TXN-STATUS "): VOLUMEN A CERO."
               IF WS-TXN-STATUS = "05"
                 CLOSE TXN-HIST-FILE
               END-IF
             END-IF.

           SUMA-VOLUMEN.
             ADD 1 TO WS-CP-MOVIMIENTOS(WS-CLI-IDX, WS-PER-IDX).
             IF TXN-SUMA < 0
               SUBTRACT TXN-SUMA
                   FROM WS-CP-VOLUMEN(WS-CLI-IDX, WS-PER-IDX)
             ELSE
               ADD TXN-SUMA TO WS-CP-VOLUMEN(WS-CLI-IDX, WS-PER-IDX)
             END-IF.

           BUSCA-CLIENTE.
             MOVE "N" TO WS-CLI-HALLADO.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
                     OR WS-CLI-HALLADO = "Y"
               IF WS-CLI-CUST(WS-CLI-IDX) = WS-CLAVE-CUST
                 MOVE "Y" TO WS-CLI-HALLADO
               END-IF
             END-PERFORM.
             IF WS-CLI-HALLADO = "Y"
               SUBTRACT 1 FROM WS-CLI-IDX
             ELSE
               IF WS-CLI-TOTAL < 2000
                 ADD 1 TO WS-CLI-TOTAL
                 MOVE WS-CLI-TOTAL TO WS-CLI-IDX
                 INITIALIZE WS-CLI-ENTRY(WS-CLI-IDX)
                 MOVE WS-CLAVE-CUST TO WS-CLI-CUST(WS-CLI-IDX)
                 MOVE "Y" TO WS-CLI-HALLADO
               ELSE
                 ADD 1 TO WS-CLI-OMITIDOS
               END-IF
             END-IF.

      *    Segment and name from the master; an unknown customer
      *    (id 0, pre-attribution history) counts as retail, as in
      *    MONTHRPT.
           CARGA-DATOS-CLIENTES.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
               MOVE "RET" TO WS-CLI-SEGMENTO(WS-CLI-IDX)
               MOVE 1 TO WS-CLI-ORDEN(WS-CLI-IDX)
             END-PERFORM.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-TOTAL
                 MOVE WS-CLI-CUST(WS-CLI-IDX) TO CUST-ID
                 READ CUSTOMER-MASTER
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE CUST-NOMBRE TO WS-CLI-NOMBRE(WS-CLI-IDX)
                     MOVE CUST-APELLIDOS
                         TO WS-CLI-APELLIDOS(WS-CLI-IDX)
                     IF CUST-SEGMENTO = "COR"
                       MOVE "COR" TO WS-CLI-SEGMENTO(WS-CLI-IDX)
                       MOVE 2 TO WS-CLI-ORDEN(WS-CLI-IDX)
                     END-IF
                     IF CUST-SEGMENTO = "TST"
                       MOVE "TST" TO WS-CLI-SEGMENTO(WS-CLI-IDX)
                       MOVE 3 TO WS-CLI-ORDEN(WS-CLI-IDX)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             ELSE
               IF WS-CUST-STATUS = "05"
                 CLOSE CUSTOMER-MASTER
               END-IF
             END-IF.

           CALCULA-RESULTADOS.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 2
                 COMPUTE WS-CP-RESULTADO(WS-CLI-IDX, WS-PER-IDX) =
                     WS-CP-CUOTAS(WS-CLI-IDX, WS-PER-IDX)
                     + WS-CP-FIJOS(WS-CLI-IDX, WS-PER-IDX)
                     + WS-CP-INTERES(WS-CLI-IDX, WS-PER-IDX)
                     - WS-CP-CASTIGOS(WS-CLI-IDX, WS-PER-IDX)
               END-PERFORM
             END-PERFORM.

      *    By segment, and inside each segment by year-to-date
      *    result, best first: the ranking then reads straight off
      *    both ends of each segment's run.
           ORDENA-CLIENTES.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX >= WS-CLI-TOTAL
               PERFORM VARYING WS-CLI-IDX2 FROM 1 BY 1
                   UNTIL WS-CLI-IDX2 > WS-CLI-TOTAL - WS-CLI-IDX
                 MOVE "N" TO WS-CLI-CAMBIA
                 IF WS-CLI-ORDEN(WS-CLI-IDX2) >
                     WS-CLI-ORDEN(WS-CLI-IDX2 + 1)
                   MOVE "Y" TO WS-CLI-CAMBIA
                 END-IF
                 IF WS-CLI-ORDEN(WS-CLI-IDX2) =
                     WS-CLI-ORDEN(WS-CLI-IDX2 + 1)
                     AND WS-CP-RESULTADO(WS-CLI-IDX2, 2) <
                         WS-CP-RESULTADO(WS-CLI-IDX2 + 1, 2)
                   MOVE "Y" TO WS-CLI-CAMBIA
                 END-IF
                 IF WS-CLI-CAMBIA = "Y"
                   MOVE WS-CLI-ENTRY(WS-CLI-IDX2) TO WS-CLI-AUX
                   MOVE WS-CLI-ENTRY(WS-CLI-IDX2 + 1)
                       TO WS-CLI-ENTRY(WS-CLI-IDX2)
                   MOVE WS-CLI-AUX TO WS-CLI-ENTRY(WS-CLI-IDX2 + 1)
                 END-IF
               END-PERFORM
             END-PERFORM.

           IMPRIME-CABECERA.
             MOVE SPACES TO PROF-LINEA.
             STRING "RENTABILIDAD POR CLIENTE Y SEGMENTO - MES "
                 WS-ANOMES " Y ACUMULADO DEL " WS-DESDE-ANO " AL "
                 WS-HASTA
                 DELIMITED BY SIZE INTO PROF-LINEA.
             WRITE PROF-LINEA.
             MOVE SPACES TO PROF-LINEA.
             STRING "IMPORTES NETOS DE IVA. RESULTADO = CUOTAS + FIJOS"
                 " + INTERES - CASTIGOS; MARGEN = RESULTADO / VOLUMEN"
                 " DE TXNHIST (%)."
                 DELIMITED BY SIZE INTO PROF-LINEA.
             WRITE PROF-LINEA.
             MOVE SPACES TO PROF-LINEA.
             WRITE PROF-LINEA.
             PERFORM IMPRIME-TITULOS.

           IMPRIME-TITULOS.
             MOVE SPACES TO PROF-LINEA.
             STRING "CLIENTE SEG         CUOTAS        FIJOS"
                 "      INTERES     CASTIGOS   REEMBOLSOS"
                 "      RESULTADO          VOLUMEN   MARGEN"
                 DELIMITED BY SIZE INTO PROF-LINEA.
             WRITE PROF-LINEA.

           IMPRIME-CLIENTES.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 2
                 PERFORM IMPRIME-CLIENTE
               END-PERFORM
               MOVE WS-CLI-ORDEN(WS-CLI-IDX) TO WS-SEG-IDX
               ADD 1 TO WS-SEG-CLIENTES(WS-SEG-IDX)
               IF WS-SEG-PRIMERO(WS-SEG-IDX) = 0
                 MOVE WS-CLI-IDX TO WS-SEG-PRIMERO(WS-SEG-IDX)
               END-IF
               MOVE WS-CLI-IDX TO WS-SEG-ULTIMO(WS-SEG-IDX)
             END-PERFORM.

      *    Two lines per customer: the month (MES) and the year to
      *    date (ACU).
           IMPRIME-CLIENTE.
             MOVE WS-CP-CUOTAS(WS-CLI-IDX, WS-PER-IDX)
                 TO WS-LIN-CUOTAS.
             MOVE WS-CP-FIJOS(WS-CLI-IDX, WS-PER-IDX) TO WS-LIN-FIJOS.
             MOVE WS-CP-INTERES(WS-CLI-IDX, WS-PER-IDX)
                 TO WS-LIN-INTERES.
             MOVE WS-CP-CASTIGOS(WS-CLI-IDX, WS-PER-IDX)
                 TO WS-LIN-CASTIGOS.
             MOVE WS-CP-REEMBOLSOS(WS-CLI-IDX, WS-PER-IDX)
                 TO WS-LIN-REEMBOLSOS.
             MOVE WS-CP-VOLUMEN(WS-CLI-IDX, WS-PER-IDX)
                 TO WS-LIN-VOLUMEN.
             MOVE WS-CP-RESULTADO(WS-CLI-IDX, WS-PER-IDX)
                 TO WS-LIN-RESULTADO.
             MOVE WS-CLI-ORDEN(WS-CLI-IDX) TO WS-SEG-IDX.
             ADD WS-LIN-CUOTAS TO WS-SP-CUOTAS(WS-SEG-IDX, WS-PER-IDX).
             ADD WS-LIN-FIJOS TO WS-SP-FIJOS(WS-SEG-IDX, WS-PER-IDX).
             ADD WS-LIN-INTERES
                 TO WS-SP-INTERES(WS-SEG-IDX, WS-PER-IDX).
             ADD WS-LIN-CASTIGOS
                 TO WS-SP-CASTIGOS(WS-SEG-IDX, WS-PER-IDX).
             ADD WS-LIN-REEMBOLSOS
                 TO WS-SP-REEMBOLSOS(WS-SEG-IDX, WS-PER-IDX).
             ADD WS-LIN-VOLUMEN
                 TO WS-SP-VOLUMEN(WS-SEG-IDX, WS-PER-IDX).
             ADD WS-LIN-RESULTADO
                 TO WS-SP-RESULTADO(WS-SEG-IDX, WS-PER-IDX).
             PERFORM EDITA-LINEA.
             MOVE SPACES TO PROF-LINEA.
             IF WS-PER-IDX = 1
               STRING WS-CLI-CUST(WS-CLI-IDX) " "
                   WS-CLI-SEGMENTO(WS-CLI-IDX) " MES"
                   DELIMITED BY SIZE INTO PROF-LINEA
             ELSE
               STRING "           ACU"
                   DELIMITED BY SIZE INTO PROF-LINEA
             END-IF.
             PERFORM COMPLETA-LINEA.
             WRITE PROF-LINEA.

           EDITA-LINEA.
             MOVE WS-LIN-CUOTAS TO WS-EDIT-CUOTAS.
             MOVE WS-LIN-FIJOS TO WS-EDIT-FIJOS.
             MOVE WS-LIN-INTERES TO WS-EDIT-INTERES.
             MOVE WS-LIN-CASTIGOS TO WS-EDIT-CASTIGOS.
             MOVE WS-LIN-REEMBOLSOS TO WS-EDIT-REEMBOLSOS.
             MOVE WS-LIN-RESULTADO TO WS-EDIT-RESULTADO.
             MOVE WS-LIN-VOLUMEN TO WS-EDIT-VOLUMEN.
             IF WS-LIN-VOLUMEN = 0
               MOVE "     ---" TO WS-MARGEN-TEXTO
             ELSE
               COMPUTE WS-LIN-MARGEN ROUNDED =
                   WS-LIN-RESULTADO * 100 / WS-LIN-VOLUMEN
                 ON SIZE ERROR
                   MOVE 99999.99 TO WS-LIN-MARGEN
               END-COMPUTE
               MOVE WS-LIN-MARGEN TO WS-EDIT-MARGEN
               MOVE WS-EDIT-MARGEN TO WS-MARGEN-TEXTO
             END-IF.

      *    The amounts start in the same column whatever label the
      *    line carries.
           COMPLETA-LINEA.
             STRING WS-EDIT-CUOTAS " " WS-EDIT-FIJOS " "
                 WS-EDIT-INTERES " " WS-EDIT-CASTIGOS " "
                 WS-EDIT-REEMBOLSOS " " WS-EDIT-RESULTADO " "
                 WS-EDIT-VOLUMEN " " WS-MARGEN-TEXTO
                 DELIMITED BY SIZE INTO PROF-LINEA(15:118).

           IMPRIME-SEGMENTOS.
             MOVE SPACES TO PROF-LINEA.
             WRITE PROF-LINEA.
             MOVE SPACES TO PROF-LINEA.
             STRING "TOTALES POR SEGMENTO"
                 DELIMITED BY SIZE INTO PROF-LINEA.
             WRITE PROF-LINEA.
             PERFORM IMPRIME-TITULOS.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > 3
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 2
                 MOVE WS-SP-CUOTAS(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-CUOTAS
                 MOVE WS-SP-FIJOS(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-FIJOS
                 MOVE WS-SP-INTERES(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-INTERES
                 MOVE WS-SP-CASTIGOS(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-CASTIGOS
                 MOVE WS-SP-REEMBOLSOS(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-REEMBOLSOS
                 MOVE WS-SP-VOLUMEN(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-VOLUMEN
                 MOVE WS-SP-RESULTADO(WS-SEG-IDX, WS-PER-IDX)
                     TO WS-LIN-RESULTADO
                 PERFORM EDITA-LINEA
                 MOVE SPACES TO PROF-LINEA
                 IF WS-PER-IDX = 1
                   STRING "SEG " WS-SEG-CODIGO(WS-SEG-IDX) "    MES"
                       DELIMITED BY SIZE INTO PROF-LINEA
                 ELSE
                   STRING "           ACU"
                       DELIMITED BY SIZE INTO PROF-LINEA
                 END-IF
                 PERFORM COMPLETA-LINEA
                 WRITE PROF-LINEA
               END-PERFORM
             END-PERFORM.

      *    Top and bottom of each segment on the year-to-date
      *    result; a small segment is not listed twice.
           IMPRIME-RANKING.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > 3
               MOVE SPACES TO PROF-LINEA
               WRITE PROF-LINEA
               MOVE SPACES TO PROF-LINEA
               STRING "SEGMENTO " WS-SEG-CODIGO(WS-SEG-IDX) ": "
                   WS-SEG-CLIENTES(WS-SEG-IDX) " CLIENTES"
                   DELIMITED BY SIZE INTO PROF-LINEA
               WRITE PROF-LINEA
               IF WS-SEG-CLIENTES(WS-SEG-IDX) > 0
                 MOVE SPACES TO PROF-LINEA
                 STRING "  LOS " WS-RANGO " MAS RENTABLES (ACUMULADO)"
                     DELIMITED BY SIZE INTO PROF-LINEA
                 WRITE PROF-LINEA
                 MOVE 0 TO WS-RANK-CUENTA
                 PERFORM VARYING WS-RANK-IDX
                     FROM WS-SEG-PRIMERO(WS-SEG-IDX) BY 1
                     UNTIL WS-RANK-IDX > WS-SEG-ULTIMO(WS-SEG-IDX)
                         OR WS-RANK-CUENTA = WS-RANGO
                   ADD 1 TO WS-RANK-CUENTA
                   PERFORM IMPRIME-RANGO
                 END-PERFORM
                 COMPUTE WS-RANK-LIMITE =
                     WS-SEG-PRIMERO(WS-SEG-IDX) + WS-RANK-CUENTA
                 MOVE SPACES TO PROF-LINEA
                 STRING "  LOS " WS-RANGO " MENOS RENTABLES"
                     " (ACUMULADO)"
                     DELIMITED BY SIZE INTO PROF-LINEA
                 WRITE PROF-LINEA
                 MOVE 0 TO WS-RANK-CUENTA
                 PERFORM VARYING WS-RANK-IDX
                     FROM WS-SEG-ULTIMO(WS-SEG-IDX) BY -1
                     UNTIL WS-RANK-IDX < WS-RANK-LIMITE
                         OR WS-RANK-CUENTA = WS-RANGO
                   ADD 1 TO WS-RANK-CUENTA
                   PERFORM IMPRIME-RANGO
                 END-PERFORM
               END-IF
             END-PERFORM.

           IMPRIME-RANGO.
             MOVE WS-CP-RESULTADO(WS-RANK-IDX, 2) TO WS-EDIT-RESULTADO.
             MOVE WS-CP-VOLUMEN(WS-RANK-IDX, 2) TO WS-EDIT-VOLUMEN.
             MOVE SPACES TO PROF-LINEA.
             STRING "  " WS-RANK-CUENTA ". " WS-CLI-CUST(WS-RANK-IDX)
                 " " WS-CLI-NOMBRE(WS-RANK-IDX) " "
                 WS-CLI-APELLIDOS(WS-RANK-IDX) " RESULTADO "
                 WS-EDIT-RESULTADO " VOLUMEN " WS-EDIT-VOLUMEN
                 DELIMITED BY SIZE INTO PROF-LINEA.
             WRITE PROF-LINEA.

           RESUELVE-ARCHIVOS.
             MOVE "PROFPARM.DAT" TO WS-ARCH-PROFPARM.
             CALL "ENVNAME" USING WS-ARCH-PROFPARM WS-AMBIENTE.
             MOVE "PROFHIST.DAT" TO WS-ARCH-PROFHIST.
             CALL "ENVNAME" USING WS-ARCH-PROFHIST WS-AMBIENTE.
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "PROFRPT.DAT" TO WS-ARCH-PROFRPT.
             CALL "ENVNAME" USING WS-ARCH-PROFRPT WS-AMBIENTE.

       END PROGRAM PROFRPT.
