      *          BAL-SALDO: if they disagree the report is incomplete
      *          and says so with RETURN-CODE 16. Written to
      *          AGERPT.DAT in the MONTHRPT report style.
      *          A rollup by corporate group follows the buckets: for
      *          every parent with children on the master (CUST-
      *          PADRE), the open balances of the parent and all its
      *          children aged together, so credit control sees the
      *          group's exposure as one. The rollup re-reads the
      *          same balances and is not part of the proof.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  FILLER PIC X(10) VALUE "FACTURADO ".
       01  WS-ETIQUETAS-R REDEFINES WS-ETIQUETAS.
           05  WS-ETIQUETA OCCURS 4 PIC X(10).
       01  WS-PADRE-CLIENTE PIC 9(6).
       01  WS-GRUPO-BUSCADO PIC 9(6).
      *    Parents that have at least one child on the master, each
      *    with its own row of the four age buckets.
       01  WS-GRUPOS.
           05  WS-GRP-ENTRY OCCURS 500.
               10  WS-GRP-PADRE PIC 9(6).
               10  WS-GRP-HIJOS PIC 9(4).
               10  WS-GRP-CUENTAS PIC 9(5).
               10  WS-GRP-IMPORTE PIC S9(11)V99 OCCURS 4.
       01  WS-GRP-TOTAL PIC 9(4) VALUE 0.
       01  WS-GRP-IDX PIC 9(4).
       01  WS-GRP-DESBORDADO PIC X VALUE "N".
       01  WS-GRP-SUMA PIC S9(13)V99.
       01  WS-TRAMO-NOMBRES.
           05  FILLER PIC X(10) VALUE "CORRIENTE ".
           05  FILLER PIC X(10) VALUE "30 DIAS   ".
           STRING "ANTIGUEDAD DE SALDOS ABIERTOS - FECHA "
               WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO AGE-LINEA.
           WRITE AGE-LINEA.
           PERFORM CARGA-GRUPOS.
           PERFORM RECORRE-BALANCES.
           PERFORM IMPRIME-CUBOS.
           PERFORM IMPRIME-GRUPOS.
           PERFORM IMPRIME-TOTALES.
           CLOSE AGE-REPORT.
           DISPLAY "CLIENTES CON SALDO ABIERTO: " WS-ABIERTOS.
           ELSE
             DISPLAY "EL REPORTE CUADRA CON LA SUMA DE BAL-SALDO."
           END-IF.
           IF WS-GRP-DESBORDADO = "Y"
             DISPLAY "*** AVISO: MAS DE 500 GRUPOS; EL RESUMEN POR"
                 " GRUPO ESTA INCOMPLETO. ***"
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

      *    One pass over the master collects every parent that has
      *    a child (merged and anonymised children left out).
           CARGA-GRUPOS.
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
                       PERFORM REGISTRA-GRUPO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             END-IF.

           REGISTRA-GRUPO.
             MOVE CUST-PADRE TO WS-GRUPO-BUSCADO.
             PERFORM BUSCA-GRUPO.
             IF WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GRP-TOTAL < 500
                 ADD 1 TO WS-GRP-TOTAL
                 MOVE WS-GRP-TOTAL TO WS-GRP-IDX
                 MOVE CUST-PADRE TO WS-GRP-PADRE(WS-GRP-IDX)
                 MOVE 0 TO WS-GRP-HIJOS(WS-GRP-IDX)
                 MOVE 0 TO WS-GRP-CUENTAS(WS-GRP-IDX)
                 PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                     UNTIL WS-TRAMO-IDX > 4
                   MOVE 0 TO WS-GRP-IMPORTE(WS-GRP-IDX WS-TRAMO-IDX)
                 END-PERFORM
               ELSE
                 MOVE "Y" TO WS-GRP-DESBORDADO
               END-IF
             END-IF.
             IF WS-GRP-IDX NOT > WS-GRP-TOTAL
               ADD 1 TO WS-GRP-HIJOS(WS-GRP-IDX)
             END-IF.

           BUSCA-GRUPO.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                 OR WS-GRP-PADRE(WS-GRP-IDX) = WS-GRUPO-BUSCADO
               CONTINUE
             END-PERFORM.

           RECORRE-BALANCES.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS NOT = "00"
             ADD BAL-SALDO
                 TO WS-CUBO-IMPORTE(WS-ESTADO-IDX WS-TRAMO).
             ADD 1 TO WS-CUBO-CLIENTES(WS-ESTADO-IDX WS-TRAMO).
      *    A child ages into its parent's group; a parent into its
      *    own.
             IF WS-PADRE-CLIENTE NOT = 0
               MOVE WS-PADRE-CLIENTE TO WS-GRUPO-BUSCADO
             ELSE
               MOVE BAL-CUST-ID TO WS-GRUPO-BUSCADO
             END-IF.
             PERFORM BUSCA-GRUPO.
             IF WS-GRP-IDX NOT > WS-GRP-TOTAL
               ADD 1 TO WS-GRP-CUENTAS(WS-GRP-IDX)
               ADD BAL-SALDO TO WS-GRP-IMPORTE(WS-GRP-IDX WS-TRAMO)
             END-IF.

           LEE-ESTADO-FACT.
             MOVE SPACE TO WS-ESTADO-FACT.
             MOVE 0 TO WS-PADRE-CLIENTE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               MOVE BAL-CUST-ID TO CUST-ID
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CUST-FACT-ESTADO TO WS-ESTADO-FACT
                   MOVE CUST-PADRE TO WS-PADRE-CLIENTE
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.
               END-PERFORM
             END-PERFORM.

           IMPRIME-GRUPOS.
             MOVE SPACES TO AGE-LINEA.
             STRING "=== RESUMEN POR GRUPO (CLIENTE PRINCIPAL Y"
                 " SUS CUENTAS) ===" DELIMITED BY SIZE INTO AGE-LINEA.
             WRITE AGE-LINEA.
             IF WS-GRP-TOTAL = 0
               MOVE "NO HAY GRUPOS EN EL MAESTRO." TO AGE-LINEA
               WRITE AGE-LINEA
             END-IF.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               PERFORM IMPRIME-UN-GRUPO
             END-PERFORM.
             IF WS-GRP-DESBORDADO = "Y"
               MOVE "*** MAS DE 500 GRUPOS: RESUMEN INCOMPLETO ***"
                   TO AGE-LINEA
               WRITE AGE-LINEA
             END-IF.

           IMPRIME-UN-GRUPO.
             MOVE SPACES TO AGE-LINEA.
             STRING "--- GRUPO " WS-GRP-PADRE(WS-GRP-IDX)
                 "  CUENTAS HIJAS " WS-GRP-HIJOS(WS-GRP-IDX)
                 "  CUENTAS CON SALDO " WS-GRP-CUENTAS(WS-GRP-IDX)
                 " ---" DELIMITED BY SIZE INTO AGE-LINEA.
             WRITE AGE-LINEA.
             MOVE 0 TO WS-GRP-SUMA.
             PERFORM VARYING WS-TRAMO-IDX FROM 1 BY 1
                 UNTIL WS-TRAMO-IDX > 4
               MOVE WS-GRP-IMPORTE(WS-GRP-IDX WS-TRAMO-IDX)
                   TO WS-EDIT-IMPORTE
               ADD WS-GRP-IMPORTE(WS-GRP-IDX WS-TRAMO-IDX)
                   TO WS-GRP-SUMA
               MOVE SPACES TO AGE-LINEA
               STRING WS-TRAMO-NOMBRE(WS-TRAMO-IDX) " IMPORTE "
                   WS-EDIT-IMPORTE DELIMITED BY SIZE INTO AGE-LINEA
               WRITE AGE-LINEA
             END-PERFORM.
             MOVE WS-GRP-SUMA TO WS-EDIT-TOTAL.
             MOVE SPACES TO AGE-LINEA.
             STRING "TOTAL DEL GRUPO: " WS-EDIT-TOTAL
                 DELIMITED BY SIZE INTO AGE-LINEA.
             WRITE AGE-LINEA.

      *    The report-side total is summed from the PRINTED bucket
      *    cells, never from the same ADD that feeds the control
      *    side: a record a bucketing bug dropped or double-counted
