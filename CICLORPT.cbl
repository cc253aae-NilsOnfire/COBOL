      ******************************************************************
      * Author:
      * Date:
      * Purpose: Billing-cycle calendar for the billing desk: counts
      *          the open customers of the master on each cycle day
      *          (CUST-CICLO 1-28; a customer never given one is
      *          billed on the 1st and is counted there and shown
      *          apart), with the date each day falls on this month
      *          once CICLOFEC has moved it off weekends and
      *          HOLIDAYS.DAT holidays. Days moved onto the same
      *          business date bill together, so the load is also
      *          totalled per effective date and a date carrying
      *          more than twice the average day is flagged. The
      *          CICLPARM.DAT assignment rules follow, so the desk
      *          can rebalance them (or move customers one by one in
      *          CUSTMAINT). Same exclusions as the cycle runs:
      *          inactivo, pending purge, merged, anonymised and
      *          dormant customers are not counted. Report written
      *          to CICLORPT.DAT for the month of the business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLORPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CICLO-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CICLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICP-STATUS.
           SELECT CICLO-REPORT ASSIGN TO DYNAMIC WS-ARCH-CICLORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CICLO-PARM-FILE.
           COPY "CICLPARM.cpy".

       FD  CICLO-REPORT.
       01  CIC-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CICLPARM PIC X(30).
       01  WS-ARCH-CICLORPT PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-CICP-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-DIA-IDX PIC 99.
       01  WS-DIA-CLIENTE PIC 99.
      *    Customers per cycle day, and the day's date this month.
       01  WS-DIAS.
           05  WS-DIA-ENTRY OCCURS 28.
               10  WS-DIA-CLIENTES PIC 9(7).
               10  WS-DIA-FECHA PIC 9(8).
      *    The distinct business dates the 28 days fall on.
       01  WS-FECHAS.
           05  WS-FEC-ENTRY OCCURS 28.
               10  WS-FEC-FECHA PIC 9(8).
               10  WS-FEC-CICLOS PIC 99.
               10  WS-FEC-CLIENTES PIC 9(7).
       01  WS-FEC-TOTAL PIC 99 VALUE 0.
       01  WS-FEC-IDX PIC 99.
       01  WS-SIN-ASIGNAR PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLIENTES PIC 9(7) VALUE 0.
       01  WS-MEDIA-DIA PIC 9(7) VALUE 0.
       01  WS-LIMITE-ALTO PIC 9(7) VALUE 0.
       01  WS-FECHAS-ALTAS PIC 99 VALUE 0.
       01  WS-REGLAS PIC 99 VALUE 0.
       01  WS-CICLO-TOCA PIC X.
       01  WS-CICLO-PERIODO PIC 9(6).
       01  WS-CICLO-ANTERIOR PIC 9(8).
       01  WS-CICLO-DEL-MES PIC 9(8).
       01  WS-AVISO PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
               UNTIL WS-DIA-IDX > 28
             MOVE 0 TO WS-DIA-CLIENTES(WS-DIA-IDX)
             CALL "CICLOFEC" USING WS-DIA-IDX WS-FECHA-NEGOCIO
                 WS-CICLO-TOCA WS-CICLO-PERIODO WS-CICLO-ANTERIOR
                 WS-CICLO-DEL-MES
             MOVE WS-CICLO-DEL-MES TO WS-DIA-FECHA(WS-DIA-IDX)
           END-PERFORM.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO HAY MAESTRO DE CLIENTES (STATUS "
                 WS-CUST-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-CUST-STATUS NOT = "00"
             READ CUSTOMER-MASTER NEXT RECORD
               AT END
                 MOVE "10" TO WS-CUST-STATUS
               NOT AT END
                 IF CUST-ESTADO NOT = "I" AND CUST-ESTADO NOT = "P"
                     AND CUST-ESTADO NOT = "F"
                     AND CUST-ESTADO NOT = "X"
                     AND CUST-ESTADO NOT = "D"
                   PERFORM CUENTA-CLIENTE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
           PERFORM AGRUPA-POR-FECHA.
           OPEN OUTPUT CICLO-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR CICLORPT.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-DIAS.
           PERFORM IMPRIME-FECHAS.
           PERFORM IMPRIME-REGLAS.
           CLOSE CICLO-REPORT.
           DISPLAY "CLIENTES EN CICLO: " WS-TOTAL-CLIENTES.
           DISPLAY "  SIN DIA ASIGNADO (DIA 1): " WS-SIN-ASIGNAR.
           DISPLAY "FECHAS CON CARGA ALTA: " WS-FECHAS-ALTAS.
           STOP RUN.

      *    A cycle outside 1-28 is read the way CICLOFEC reads it.
           CUENTA-CLIENTE.
             MOVE CUST-CICLO TO WS-DIA-CLIENTE.
             IF WS-DIA-CLIENTE = 0
               MOVE 1 TO WS-DIA-CLIENTE
               ADD 1 TO WS-SIN-ASIGNAR
             END-IF.
             IF WS-DIA-CLIENTE > 28
               MOVE 28 TO WS-DIA-CLIENTE
             END-IF.
             ADD 1 TO WS-DIA-CLIENTES(WS-DIA-CLIENTE).
             ADD 1 TO WS-TOTAL-CLIENTES.

      *    The days come in date order (a day never rolls past the
      *    next one's date), so equal dates are always adjacent.
           AGRUPA-POR-FECHA.
             MOVE 0 TO WS-FEC-TOTAL.
             PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > 28
               IF WS-FEC-TOTAL = 0
                 PERFORM NUEVA-FECHA
               ELSE
                 IF WS-FEC-FECHA(WS-FEC-TOTAL)
                     NOT = WS-DIA-FECHA(WS-DIA-IDX)
                   PERFORM NUEVA-FECHA
                 END-IF
               END-IF
               ADD 1 TO WS-FEC-CICLOS(WS-FEC-TOTAL)
               ADD WS-DIA-CLIENTES(WS-DIA-IDX)
                   TO WS-FEC-CLIENTES(WS-FEC-TOTAL)
             END-PERFORM.
             COMPUTE WS-MEDIA-DIA = WS-TOTAL-CLIENTES / 28.
             COMPUTE WS-LIMITE-ALTO = WS-MEDIA-DIA * 2.

           NUEVA-FECHA.
             ADD 1 TO WS-FEC-TOTAL.
             MOVE WS-DIA-FECHA(WS-DIA-IDX)
                 TO WS-FEC-FECHA(WS-FEC-TOTAL).
             MOVE 0 TO WS-FEC-CICLOS(WS-FEC-TOTAL).
             MOVE 0 TO WS-FEC-CLIENTES(WS-FEC-TOTAL).

           IMPRIME-DIAS.
             MOVE SPACES TO CIC-LINEA.
             STRING "CALENDARIO DE CICLOS DE FACTURACION - MES "
                 WS-FECHA-NEGOCIO(1:6) " (FECHA DE NEGOCIO "
                 WS-FECHA-NEGOCIO ")"
                 DELIMITED BY SIZE INTO CIC-LINEA.
             WRITE CIC-LINEA.
             MOVE SPACES TO CIC-LINEA.
             WRITE CIC-LINEA.
             MOVE "DIA  CLIENTES  FECHA ESTE MES" TO CIC-LINEA.
             WRITE CIC-LINEA.
             PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > 28
               MOVE SPACES TO CIC-LINEA
               STRING " " WS-DIA-IDX "   " WS-DIA-CLIENTES(WS-DIA-IDX)
                   "  " WS-DIA-FECHA(WS-DIA-IDX)
                   DELIMITED BY SIZE INTO CIC-LINEA
               WRITE CIC-LINEA
             END-PERFORM.
             MOVE SPACES TO CIC-LINEA.
             STRING "TOTAL CLIENTES: " WS-TOTAL-CLIENTES
                 "  MEDIA POR DIA: " WS-MEDIA-DIA
                 "  SIN DIA ASIGNADO (EN EL DIA 1): " WS-SIN-ASIGNAR
                 DELIMITED BY SIZE INTO CIC-LINEA.
             WRITE CIC-LINEA.

      *    A date is flagged when it bills more than twice the
      *    average cycle day.
           IMPRIME-FECHAS.
             MOVE SPACES TO CIC-LINEA.
             WRITE CIC-LINEA.
             MOVE "CARGA POR FECHA EFECTIVA" TO CIC-LINEA.
             WRITE CIC-LINEA.
             MOVE "FECHA     CICLOS  CLIENTES" TO CIC-LINEA.
             WRITE CIC-LINEA.
             PERFORM VARYING WS-FEC-IDX FROM 1 BY 1
                 UNTIL WS-FEC-IDX > WS-FEC-TOTAL
               MOVE SPACES TO WS-AVISO
               IF WS-TOTAL-CLIENTES > 0
                   AND WS-FEC-CLIENTES(WS-FEC-IDX) > WS-LIMITE-ALTO
                 MOVE "*** CARGA ALTA" TO WS-AVISO
                 ADD 1 TO WS-FECHAS-ALTAS
               END-IF
               MOVE SPACES TO CIC-LINEA
               STRING WS-FEC-FECHA(WS-FEC-IDX) "  "
                   WS-FEC-CICLOS(WS-FEC-IDX) "      "
                   WS-FEC-CLIENTES(WS-FEC-IDX) "  " WS-AVISO
                   DELIMITED BY SIZE INTO CIC-LINEA
               WRITE CIC-LINEA
             END-PERFORM.

           IMPRIME-REGLAS.
             MOVE SPACES TO CIC-LINEA.
             WRITE CIC-LINEA.
             MOVE "REGLAS DE ASIGNACION (CICLPARM.DAT)" TO CIC-LINEA.
             WRITE CIC-LINEA.
             MOVE "SEGMENTO  DESDE  HASTA" TO CIC-LINEA.
             WRITE CIC-LINEA.
             OPEN INPUT CICLO-PARM-FILE.
             IF WS-CICP-STATUS = "00"
               PERFORM UNTIL WS-CICP-STATUS = "10"
                 READ CICLO-PARM-FILE
                   AT END
                     MOVE "10" TO WS-CICP-STATUS
                   NOT AT END
                     ADD 1 TO WS-REGLAS
                     MOVE SPACES TO CIC-LINEA
                     STRING CICP-SEGMENTO "       " CICP-DIA-DESDE
                         "     " CICP-DIA-HASTA
                         DELIMITED BY SIZE INTO CIC-LINEA
                     WRITE CIC-LINEA
                 END-READ
               END-PERFORM
               CLOSE CICLO-PARM-FILE
             ELSE
               IF WS-CICP-STATUS = "05"
                 CLOSE CICLO-PARM-FILE
               END-IF
             END-IF.
             IF WS-REGLAS = 0
               MOVE "(SIN REGLAS: DIAS 1 A 28 PARA TODOS LOS SEGMENTOS)"
                   TO CIC-LINEA
               WRITE CIC-LINEA
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "CICLPARM.DAT" TO WS-ARCH-CICLPARM.
             CALL "ENVNAME" USING WS-ARCH-CICLPARM WS-AMBIENTE.
             MOVE "CICLORPT.DAT" TO WS-ARCH-CICLORPT.
             CALL "ENVNAME" USING WS-ARCH-CICLORPT WS-AMBIENTE.

       END PROGRAM CICLORPT.
