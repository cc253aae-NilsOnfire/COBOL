      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end large-exposure and concentration report
      *          for the risk committee, in the AGERPT report style.
      *          From the open balances in CUSTBAL.DAT (the debit
      *          side is the receivables book) it lists:
      *            - every customer over the EXPOPARM.DAT threshold
      *              or share of the book, with the balance at each
      *              of the previous three month-end BALSNAP.DAT
      *              closes and the move since the last one; a
      *              customer who was not over the line at the last
      *              close is marked NUEVO;
      *            - the 20 largest exposures with their CUST-LIMITE
      *              utilisation;
      *            - the concentration per CUST-SEGMENTO and per
      *              currency (the customer's CUST-MONEDA; the
      *              balances themselves are kept in base).
      *          Any customer over its limit is marked SOBRE-LIMITE
      *          wherever it appears. Report written to EXPORPT.DAT;
      *          a table too small for the book ends the run with
      *          RETURN-CODE 8. Run as a month-end NIGHTRUN step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXPO-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-EXPOPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL BAL-SNAP-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BALSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-SNAP-CLAVE
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT EXPO-REPORT ASSIGN TO DYNAMIC WS-ARCH-EXPORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPO-PARM-FILE.
           COPY "EXPOPARM.cpy".

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  BAL-SNAP-FILE.
           COPY "BALSNAP.cpy".

       FD  EXPO-REPORT.
       01  EXPO-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-EXPOPARM PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-BALSNAP PIC X(30).
       01  WS-ARCH-EXPORPT PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ANOMES PIC 9(6).
       01  WS-UMBRAL PIC 9(9)V99 VALUE 100000.00.
       01  WS-CUOTA-MAX PIC 9(2)V99 VALUE 5.00.
       01  WS-MAESTRO-ABIERTO PIC X VALUE "N".
       01  WS-SNAP-ABIERTO PIC X VALUE "N".
      *    The customer being reported, as read from the master.
       01  WS-CLI-ID PIC 9(6).
       01  WS-CLI-SALDO PIC S9(11)V99.
       01  WS-CLI-APELLIDOS PIC X(20).
       01  WS-CLI-SEGMENTO PIC X(3).
       01  WS-CLI-MONEDA PIC X(3).
       01  WS-CLI-LIMITE PIC S9(9)V99.
       01  WS-CLI-CUOTA PIC 9(3)V99.
       01  WS-CLI-UTIL PIC 9(5)V99.
       01  WS-CLI-MARCAS PIC X(20).
      *    The whole book: every positive balance.
       01  WS-LIBRO-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-LIBRO-CLIENTES PIC 9(7) VALUE 0.
       01  WS-GRANDES PIC 9(5) VALUE 0.
       01  WS-GRANDES-IMPORTE PIC S9(13)V99 VALUE 0.
       01  WS-NUEVOS PIC 9(5) VALUE 0.
       01  WS-SOBRE-LIMITE PIC 9(5) VALUE 0.
      *    The three month-end closes before this month, most recent
      *    first, with the book total at each.
       01  WS-CIERRES.
           05  WS-CIE-ENTRY OCCURS 3.
               10  WS-CIE-FECHA PIC 9(8).
               10  WS-CIE-TOTAL PIC S9(13)V99.
       01  WS-CIE-IDX PIC 9.
       01  WS-CIE-POS PIC 9.
       01  WS-CIE-SALDOS.
           05  WS-CIE-SALDO PIC S9(11)V99 OCCURS 3.
       01  WS-VARIACION PIC S9(11)V99.
       01  WS-ANT-CUOTA PIC 9(3)V99.
      *    The 20 largest exposures, largest first.
       01  WS-MAYORES.
           05  WS-MAY-ENTRY OCCURS 20.
               10  WS-MAY-CLIENTE PIC 9(6).
               10  WS-MAY-SALDO PIC S9(11)V99.
       01  WS-MAY-TOTAL PIC 99 VALUE 0.
       01  WS-MAY-IDX PIC 99.
       01  WS-MAY-POS PIC 99.
      *    Concentration per segment and per currency.
       01  WS-SEGMENTOS.
           05  WS-SEG-ENTRY OCCURS 30.
               10  WS-SEG-CODIGO PIC X(3).
               10  WS-SEG-CLIENTES PIC 9(7).
               10  WS-SEG-IMPORTE PIC S9(13)V99.
       01  WS-SEG-TOTAL PIC 99 VALUE 0.
       01  WS-SEG-IDX PIC 99.
       01  WS-MONEDAS.
           05  WS-MON-ENTRY OCCURS 30.
               10  WS-MON-CODIGO PIC X(3).
               10  WS-MON-CLIENTES PIC 9(7).
               10  WS-MON-IMPORTE PIC S9(13)V99.
       01  WS-MON-TOTAL PIC 99 VALUE 0.
       01  WS-MON-IDX PIC 99.
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-CODIGO-BUSCADO PIC X(3).
       01  WS-EDIT-IMPORTE PIC -(11)9.99.
       01  WS-EDIT-TOTAL PIC -(12)9.99.
       01  WS-EDIT-LIMITE PIC -(8)9.99.
       01  WS-EDIT-CUOTA PIC ZZ9.99.
       01  WS-EDIT-UTIL PIC ZZZZ9.99.
       01  WS-EDIT-RANGO PIC Z9.
       01  WS-LINEA-CIERRES PIC X(120).
       01  WS-LINEA-POS PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-ANOMES.
           PERFORM CARGA-PARAMETROS.
           INITIALIZE WS-CIERRES.
           OPEN OUTPUT EXPO-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR EXPORPT.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-STATUS = "00"
             MOVE "Y" TO WS-MAESTRO-ABIERTO
           END-IF.
           OPEN INPUT BAL-SNAP-FILE.
           IF WS-SNAP-STATUS = "00"
             MOVE "Y" TO WS-SNAP-ABIERTO
             PERFORM BUSCA-CIERRES
             PERFORM SUMA-CIERRES
           ELSE
             IF WS-SNAP-STATUS = "05"
               CLOSE BAL-SNAP-FILE
             END-IF
           END-IF.
           PERFORM MIDE-LIBRO.
           PERFORM IMPRIME-CABECERA.
           PERFORM LISTA-GRANDES.
           PERFORM IMPRIME-MAYORES.
           PERFORM IMPRIME-SEGMENTOS.
           PERFORM IMPRIME-MONEDAS.
           PERFORM IMPRIME-TOTALES.
           CLOSE EXPO-REPORT.
           IF WS-MAESTRO-ABIERTO = "Y"
             CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-SNAP-ABIERTO = "Y"
             CLOSE BAL-SNAP-FILE
           END-IF.
           DISPLAY "EXPOSICIONES GRANDES  : " WS-GRANDES.
           DISPLAY "  NUEVAS EN LA LISTA  : " WS-NUEVOS.
           DISPLAY "  SOBRE SU LIMITE     : " WS-SOBRE-LIMITE.
           DISPLAY "INFORME EN EXPORPT.DAT".
           IF WS-DESBORDADO = "Y"
             DISPLAY "*** AVISO: MAS DE 30 SEGMENTOS O MONEDAS; LA"
                 " CONCENTRACION ESTA INCOMPLETA. ***"
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT EXPO-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ EXPO-PARM-FILE
                 NOT AT END
                   IF EXPP-UMBRAL IS NUMERIC AND EXPP-UMBRAL > 0
                     MOVE EXPP-UMBRAL TO WS-UMBRAL
                   END-IF
                   IF EXPP-CUOTA IS NUMERIC AND EXPP-CUOTA > 0
                     MOVE EXPP-CUOTA TO WS-CUOTA-MAX
                   END-IF
               END-READ
               CLOSE EXPO-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE EXPO-PARM-FILE
               END-IF
             END-IF.

      *    The snapshot history is keyed by customer first, so the
      *    close dates come from one pass over it: the three latest
      *    distinct dates before this month (tonight's own close, if
      *    BALSNAP has already run, is this month and left out).
           BUSCA-CIERRES.
             PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ BAL-SNAP-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-SNAP-STATUS
                 NOT AT END
                   IF SNAP-FECHA(1:6) < WS-ANOMES
                     PERFORM ANOTA-CIERRE
                   END-IF
               END-READ
             END-PERFORM.

           ANOTA-CIERRE.
             MOVE 0 TO WS-CIE-POS.
             PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                 UNTIL WS-CIE-IDX > 3 OR WS-CIE-POS > 0
               IF SNAP-FECHA = WS-CIE-FECHA(WS-CIE-IDX)
                 MOVE 9 TO WS-CIE-POS
               ELSE
                 IF SNAP-FECHA > WS-CIE-FECHA(WS-CIE-IDX)
                   MOVE WS-CIE-IDX TO WS-CIE-POS
                 END-IF
               END-IF
             END-PERFORM.
             IF WS-CIE-POS > 0 AND WS-CIE-POS < 9
               PERFORM VARYING WS-CIE-IDX FROM 3 BY -1
                   UNTIL WS-CIE-IDX NOT > WS-CIE-POS
                 MOVE WS-CIE-FECHA(WS-CIE-IDX - 1)
                     TO WS-CIE-FECHA(WS-CIE-IDX)
               END-PERFORM
               MOVE SNAP-FECHA TO WS-CIE-FECHA(WS-CIE-POS)
             END-IF.

      *    Book total at each of those closes, for the share test
      *    that decides who was already on the list.
           SUMA-CIERRES.
             MOVE LOW-VALUES TO BAL-SNAP-CLAVE.
             START BAL-SNAP-FILE KEY NOT LESS THAN BAL-SNAP-CLAVE
               INVALID KEY
                 MOVE "23" TO WS-SNAP-STATUS
               NOT INVALID KEY
                 MOVE "00" TO WS-SNAP-STATUS
             END-START.
             PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ BAL-SNAP-FILE NEXT RECORD
                 AT END
                   MOVE "10" TO WS-SNAP-STATUS
                 NOT AT END
                   IF SNAP-SALDO > 0
                     PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                         UNTIL WS-CIE-IDX > 3
                       IF SNAP-FECHA = WS-CIE-FECHA(WS-CIE-IDX)
                         ADD SNAP-SALDO TO WS-CIE-TOTAL(WS-CIE-IDX)
                       END-IF
                     END-PERFORM
                   END-IF
               END-READ
             END-PERFORM.

      *    First pass over the balances: the book total, the 20
      *    largest and the concentration tables.
           MIDE-LIBRO.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS NOT = "00"
               DISPLAY "SIN CUSTBAL.DAT QUE MEDIR (STATUS "
                   WS-BAL-STATUS ")."
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             ELSE
               PERFORM UNTIL WS-BAL-STATUS = "10"
                 READ CUST-BAL-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-BAL-STATUS
                   NOT AT END
                     IF BAL-SALDO > 0
                       PERFORM MIDE-UNO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUST-BAL-FILE
             END-IF.

           MIDE-UNO.
             ADD 1 TO WS-LIBRO-CLIENTES.
             ADD BAL-SALDO TO WS-LIBRO-TOTAL.
             MOVE BAL-CUST-ID TO WS-CLI-ID.
             MOVE BAL-SALDO TO WS-CLI-SALDO.
             PERFORM LEE-CLIENTE.
             PERFORM ANOTA-MAYOR.
             MOVE WS-CLI-SEGMENTO TO WS-CODIGO-BUSCADO.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-TOTAL
                 OR WS-SEG-CODIGO(WS-SEG-IDX) = WS-CODIGO-BUSCADO
               CONTINUE
             END-PERFORM.
             IF WS-SEG-IDX > WS-SEG-TOTAL
               IF WS-SEG-TOTAL < 30
                 ADD 1 TO WS-SEG-TOTAL
                 MOVE WS-CODIGO-BUSCADO TO WS-SEG-CODIGO(WS-SEG-IDX)
                 MOVE 0 TO WS-SEG-CLIENTES(WS-SEG-IDX)
                 MOVE 0 TO WS-SEG-IMPORTE(WS-SEG-IDX)
               ELSE
                 MOVE "Y" TO WS-DESBORDADO
               END-IF
             END-IF.
             IF WS-SEG-IDX NOT > WS-SEG-TOTAL
               ADD 1 TO WS-SEG-CLIENTES(WS-SEG-IDX)
               ADD WS-CLI-SALDO TO WS-SEG-IMPORTE(WS-SEG-IDX)
             END-IF.
             MOVE WS-CLI-MONEDA TO WS-CODIGO-BUSCADO.
             PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                 UNTIL WS-MON-IDX > WS-MON-TOTAL
                 OR WS-MON-CODIGO(WS-MON-IDX) = WS-CODIGO-BUSCADO
               CONTINUE
             END-PERFORM.
             IF WS-MON-IDX > WS-MON-TOTAL
               IF WS-MON-TOTAL < 30
                 ADD 1 TO WS-MON-TOTAL
                 MOVE WS-CODIGO-BUSCADO TO WS-MON-CODIGO(WS-MON-IDX)
                 MOVE 0 TO WS-MON-CLIENTES(WS-MON-IDX)
                 MOVE 0 TO WS-MON-IMPORTE(WS-MON-IDX)
               ELSE
                 MOVE "Y" TO WS-DESBORDADO
               END-IF
             END-IF.
             IF WS-MON-IDX NOT > WS-MON-TOTAL
               ADD 1 TO WS-MON-CLIENTES(WS-MON-IDX)
               ADD WS-CLI-SALDO TO WS-MON-IMPORTE(WS-MON-IDX)
             END-IF.

      *    Insertion into the largest-first top 20.
           ANOTA-MAYOR.
             MOVE 0 TO WS-MAY-POS.
             PERFORM VARYING WS-MAY-IDX FROM 1 BY 1
                 UNTIL WS-MAY-IDX > WS-MAY-TOTAL OR WS-MAY-POS > 0
               IF WS-CLI-SALDO > WS-MAY-SALDO(WS-MAY-IDX)
                 MOVE WS-MAY-IDX TO WS-MAY-POS
               END-IF
             END-PERFORM.
             IF WS-MAY-POS = 0 AND WS-MAY-TOTAL < 20
               COMPUTE WS-MAY-POS = WS-MAY-TOTAL + 1
             END-IF.
             IF WS-MAY-POS > 0
               IF WS-MAY-TOTAL < 20
                 ADD 1 TO WS-MAY-TOTAL
               END-IF
               PERFORM VARYING WS-MAY-IDX FROM WS-MAY-TOTAL BY -1
                   UNTIL WS-MAY-IDX NOT > WS-MAY-POS
                 MOVE WS-MAY-ENTRY(WS-MAY-IDX - 1)
                     TO WS-MAY-ENTRY(WS-MAY-IDX)
               END-PERFORM
               MOVE WS-CLI-ID TO WS-MAY-CLIENTE(WS-MAY-POS)
               MOVE WS-CLI-SALDO TO WS-MAY-SALDO(WS-MAY-POS)
             END-IF.

      *    Name, segment, currency and limit from the master; a
      *    balance whose customer is missing still counts, under
      *    "???".
           LEE-CLIENTE.
             MOVE "*** NO EN MAESTRO ***" TO WS-CLI-APELLIDOS.
             MOVE "???" TO WS-CLI-SEGMENTO.
             MOVE "EUR" TO WS-CLI-MONEDA.
             MOVE 0 TO WS-CLI-LIMITE.
             IF WS-MAESTRO-ABIERTO = "Y"
               MOVE WS-CLI-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CUST-APELLIDOS TO WS-CLI-APELLIDOS
                   MOVE CUST-SEGMENTO TO WS-CLI-SEGMENTO
                   IF CUST-MONEDA NOT = SPACES
                     MOVE CUST-MONEDA TO WS-CLI-MONEDA
                   END-IF
                   MOVE CUST-LIMITE TO WS-CLI-LIMITE
               END-READ
             END-IF.

      *    Share of the book, limit utilisation (zero limit = none)
      *    and the SOBRE-LIMITE mark.
           CALCULA-CLIENTE.
             MOVE 0 TO WS-CLI-CUOTA.
             IF WS-LIBRO-TOTAL > 0
               COMPUTE WS-CLI-CUOTA ROUNDED =
                   WS-CLI-SALDO * 100 / WS-LIBRO-TOTAL
             END-IF.
             MOVE 0 TO WS-CLI-UTIL.
             MOVE SPACES TO WS-CLI-MARCAS.
             IF WS-CLI-LIMITE > 0
               COMPUTE WS-CLI-UTIL ROUNDED =
                   WS-CLI-SALDO * 100 / WS-CLI-LIMITE
                 ON SIZE ERROR
                   MOVE 99999.99 TO WS-CLI-UTIL
               END-COMPUTE
               IF WS-CLI-SALDO > WS-CLI-LIMITE
                 MOVE "SOBRE-LIMITE" TO WS-CLI-MARCAS
               END-IF
             END-IF.

      *    Second pass: every customer over the threshold or the
      *    share of the book, in customer order.
           LISTA-GRANDES.
             MOVE SPACES TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "=== EXPOSICIONES SOBRE EL UMBRAL O LA CUOTA DEL"
                 " LIBRO ===" DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "CLIENTE APELLIDOS            SEG MON"
                 "            SALDO  CUOTA%   UTIL.%  MARCAS"
                 DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-BAL-STATUS = "10"
                 READ CUST-BAL-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-BAL-STATUS
                   NOT AT END
                     IF BAL-SALDO > 0
                       PERFORM REVISA-GRANDE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUST-BAL-FILE
             ELSE
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.
             IF WS-GRANDES = 0
               MOVE "NINGUN CLIENTE SUPERA EL UMBRAL NI LA CUOTA."
                   TO EXPO-LINEA
               WRITE EXPO-LINEA
             END-IF.

           REVISA-GRANDE.
             MOVE BAL-CUST-ID TO WS-CLI-ID.
             MOVE BAL-SALDO TO WS-CLI-SALDO.
             MOVE 0 TO WS-CLI-CUOTA.
             IF WS-LIBRO-TOTAL > 0
               COMPUTE WS-CLI-CUOTA ROUNDED =
                   WS-CLI-SALDO * 100 / WS-LIBRO-TOTAL
             END-IF.
             IF WS-CLI-SALDO > WS-UMBRAL OR WS-CLI-CUOTA > WS-CUOTA-MAX
               ADD 1 TO WS-GRANDES
               ADD WS-CLI-SALDO TO WS-GRANDES-IMPORTE
               PERFORM LEE-CLIENTE
               PERFORM CALCULA-CLIENTE
               IF WS-CLI-MARCAS NOT = SPACES
                 ADD 1 TO WS-SOBRE-LIMITE
               END-IF
               PERFORM LEE-CIERRES-CLIENTE
               PERFORM IMPRIME-GRANDE
             END-IF.

      *    The customer's balance at each of the three closes (zero
      *    when it had no snapshot), and whether it was already a
      *    large exposure at the last one.
           LEE-CIERRES-CLIENTE.
             PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                 UNTIL WS-CIE-IDX > 3
               MOVE 0 TO WS-CIE-SALDO(WS-CIE-IDX)
               IF WS-SNAP-ABIERTO = "Y"
                   AND WS-CIE-FECHA(WS-CIE-IDX) > 0
                 MOVE WS-CLI-ID TO SNAP-CUST-ID
                 MOVE WS-CIE-FECHA(WS-CIE-IDX) TO SNAP-FECHA
                 READ BAL-SNAP-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE SNAP-SALDO TO WS-CIE-SALDO(WS-CIE-IDX)
                 END-READ
               END-IF
             END-PERFORM.
             IF WS-CIE-FECHA(1) > 0
               MOVE 0 TO WS-ANT-CUOTA
               IF WS-CIE-TOTAL(1) > 0 AND WS-CIE-SALDO(1) > 0
                 COMPUTE WS-ANT-CUOTA ROUNDED =
                     WS-CIE-SALDO(1) * 100 / WS-CIE-TOTAL(1)
               END-IF
               IF WS-CIE-SALDO(1) NOT > WS-UMBRAL
                   AND WS-ANT-CUOTA NOT > WS-CUOTA-MAX
                 ADD 1 TO WS-NUEVOS
                 IF WS-CLI-MARCAS = SPACES
                   MOVE "NUEVO" TO WS-CLI-MARCAS
                 ELSE
                   MOVE "NUEVO SOBRE-LIMITE" TO WS-CLI-MARCAS
                 END-IF
               END-IF
             END-IF.

           IMPRIME-GRANDE.
             MOVE WS-CLI-SALDO TO WS-EDIT-IMPORTE.
             MOVE WS-CLI-CUOTA TO WS-EDIT-CUOTA.
             MOVE WS-CLI-UTIL TO WS-EDIT-UTIL.
             MOVE SPACES TO EXPO-LINEA.
             IF WS-CLI-LIMITE > 0
               STRING WS-CLI-ID "  " WS-CLI-APELLIDOS " "
                   WS-CLI-SEGMENTO " " WS-CLI-MONEDA " "
                   WS-EDIT-IMPORTE "  " WS-EDIT-CUOTA " "
                   WS-EDIT-UTIL "  " WS-CLI-MARCAS
                   DELIMITED BY SIZE INTO EXPO-LINEA
             ELSE
               STRING WS-CLI-ID "  " WS-CLI-APELLIDOS " "
                   WS-CLI-SEGMENTO " " WS-CLI-MONEDA " "
                   WS-EDIT-IMPORTE "  " WS-EDIT-CUOTA " "
                   "  SIN LIM" "  " WS-CLI-MARCAS
                   DELIMITED BY SIZE INTO EXPO-LINEA
             END-IF.
             WRITE EXPO-LINEA.
             MOVE SPACES TO WS-LINEA-CIERRES.
             MOVE 9 TO WS-LINEA-POS.
             PERFORM VARYING WS-CIE-IDX FROM 1 BY 1
                 UNTIL WS-CIE-IDX > 3
               IF WS-CIE-FECHA(WS-CIE-IDX) > 0
                 MOVE WS-CIE-SALDO(WS-CIE-IDX) TO WS-EDIT-IMPORTE
                 STRING WS-CIE-FECHA(WS-CIE-IDX) " "
                     WS-EDIT-IMPORTE "  "
                     DELIMITED BY SIZE INTO WS-LINEA-CIERRES
                     WITH POINTER WS-LINEA-POS
               END-IF
             END-PERFORM.
             IF WS-CIE-FECHA(1) > 0
               COMPUTE WS-VARIACION = WS-CLI-SALDO - WS-CIE-SALDO(1)
               MOVE WS-VARIACION TO WS-EDIT-IMPORTE
               STRING "VAR." WS-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO WS-LINEA-CIERRES
                   WITH POINTER WS-LINEA-POS
             ELSE
               MOVE "SIN CIERRES ANTERIORES EN BALSNAP.DAT"
                   TO WS-LINEA-CIERRES(9:)
             END-IF.
             MOVE WS-LINEA-CIERRES TO EXPO-LINEA.
             WRITE EXPO-LINEA.

           IMPRIME-MAYORES.
             MOVE SPACES TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE "=== LAS 20 MAYORES EXPOSICIONES ===" TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE SPACES TO EXPO-LINEA.
             STRING " N CLIENTE APELLIDOS                       SALDO"
                 "          LIMITE   UTIL.%  CUOTA%  MARCAS"
                 DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             PERFORM VARYING WS-MAY-IDX FROM 1 BY 1
                 UNTIL WS-MAY-IDX > WS-MAY-TOTAL
               MOVE WS-MAY-CLIENTE(WS-MAY-IDX) TO WS-CLI-ID
               MOVE WS-MAY-SALDO(WS-MAY-IDX) TO WS-CLI-SALDO
               PERFORM LEE-CLIENTE
               PERFORM CALCULA-CLIENTE
               MOVE WS-MAY-IDX TO WS-EDIT-RANGO
               MOVE WS-CLI-SALDO TO WS-EDIT-IMPORTE
               MOVE WS-CLI-LIMITE TO WS-EDIT-LIMITE
               MOVE WS-CLI-UTIL TO WS-EDIT-UTIL
               MOVE WS-CLI-CUOTA TO WS-EDIT-CUOTA
               MOVE SPACES TO EXPO-LINEA
               IF WS-CLI-LIMITE > 0
                 STRING WS-EDIT-RANGO " " WS-CLI-ID "  "
                     WS-CLI-APELLIDOS " " WS-EDIT-IMPORTE " "
                     WS-EDIT-LIMITE " " WS-EDIT-UTIL "  "
                     WS-EDIT-CUOTA "  " WS-CLI-MARCAS
                     DELIMITED BY SIZE INTO EXPO-LINEA
               ELSE
                 STRING WS-EDIT-RANGO " " WS-CLI-ID "  "
                     WS-CLI-APELLIDOS " " WS-EDIT-IMPORTE " "
                     "      SIN LIMITE" "         " "  "
                     WS-EDIT-CUOTA "  " WS-CLI-MARCAS
                     DELIMITED BY SIZE INTO EXPO-LINEA
               END-IF
               WRITE EXPO-LINEA
             END-PERFORM.
             IF WS-MAY-TOTAL = 0
               MOVE "NO HAY SALDOS DEUDORES EN CUSTBAL.DAT."
                   TO EXPO-LINEA
               WRITE EXPO-LINEA
             END-IF.

           IMPRIME-SEGMENTOS.
             MOVE SPACES TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE "=== CONCENTRACION POR SEGMENTO ===" TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                 UNTIL WS-SEG-IDX > WS-SEG-TOTAL
               MOVE WS-SEG-IMPORTE(WS-SEG-IDX) TO WS-EDIT-TOTAL
               MOVE 0 TO WS-CLI-CUOTA
               IF WS-LIBRO-TOTAL > 0
                 COMPUTE WS-CLI-CUOTA ROUNDED =
                     WS-SEG-IMPORTE(WS-SEG-IDX) * 100 / WS-LIBRO-TOTAL
               END-IF
               MOVE WS-CLI-CUOTA TO WS-EDIT-CUOTA
               MOVE SPACES TO EXPO-LINEA
               STRING "SEGMENTO " WS-SEG-CODIGO(WS-SEG-IDX)
                   " CLIENTES " WS-SEG-CLIENTES(WS-SEG-IDX)
                   " IMPORTE " WS-EDIT-TOTAL
                   " CUOTA% " WS-EDIT-CUOTA
                   DELIMITED BY SIZE INTO EXPO-LINEA
               WRITE EXPO-LINEA
             END-PERFORM.

           IMPRIME-MONEDAS.
             MOVE SPACES TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "=== CONCENTRACION POR MONEDA DE FACTURACION"
                 " (IMPORTES EN BASE) ===" DELIMITED BY SIZE
                 INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                 UNTIL WS-MON-IDX > WS-MON-TOTAL
               MOVE WS-MON-IMPORTE(WS-MON-IDX) TO WS-EDIT-TOTAL
               MOVE 0 TO WS-CLI-CUOTA
               IF WS-LIBRO-TOTAL > 0
                 COMPUTE WS-CLI-CUOTA ROUNDED =
                     WS-MON-IMPORTE(WS-MON-IDX) * 100 / WS-LIBRO-TOTAL
               END-IF
               MOVE WS-CLI-CUOTA TO WS-EDIT-CUOTA
               MOVE SPACES TO EXPO-LINEA
               STRING "MONEDA   " WS-MON-CODIGO(WS-MON-IDX)
                   " CLIENTES " WS-MON-CLIENTES(WS-MON-IDX)
                   " IMPORTE " WS-EDIT-TOTAL
                   " CUOTA% " WS-EDIT-CUOTA
                   DELIMITED BY SIZE INTO EXPO-LINEA
               WRITE EXPO-LINEA
             END-PERFORM.

           IMPRIME-CABECERA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "EXPOSICIONES GRANDES Y CONCENTRACION - FECHA "
                 WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE WS-UMBRAL TO WS-EDIT-IMPORTE.
             MOVE WS-CUOTA-MAX TO WS-EDIT-CUOTA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "UMBRAL " WS-EDIT-IMPORTE "   CUOTA DEL LIBRO "
                 WS-EDIT-CUOTA "%" DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE WS-LIBRO-TOTAL TO WS-EDIT-TOTAL.
             MOVE SPACES TO EXPO-LINEA.
             STRING "LIBRO DEUDOR " WS-EDIT-TOTAL "   CLIENTES "
                 WS-LIBRO-CLIENTES DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "CIERRES DE COMPARACION: " WS-CIE-FECHA(1) " "
                 WS-CIE-FECHA(2) " " WS-CIE-FECHA(3)
                 DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.

           IMPRIME-TOTALES.
             MOVE SPACES TO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE WS-GRANDES-IMPORTE TO WS-EDIT-TOTAL.
             MOVE 0 TO WS-CLI-CUOTA.
             IF WS-LIBRO-TOTAL > 0
               COMPUTE WS-CLI-CUOTA ROUNDED =
                   WS-GRANDES-IMPORTE * 100 / WS-LIBRO-TOTAL
             END-IF.
             MOVE WS-CLI-CUOTA TO WS-EDIT-CUOTA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "EXPOSICIONES GRANDES " WS-GRANDES " IMPORTE "
                 WS-EDIT-TOTAL " CUOTA% " WS-EDIT-CUOTA
                 DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             MOVE SPACES TO EXPO-LINEA.
             STRING "  NUEVAS EN LA LISTA " WS-NUEVOS
                 "   SOBRE SU LIMITE " WS-SOBRE-LIMITE
                 DELIMITED BY SIZE INTO EXPO-LINEA.
             WRITE EXPO-LINEA.
             IF WS-DESBORDADO = "Y"
               MOVE SPACES TO EXPO-LINEA
               STRING "*** MAS DE 30 SEGMENTOS O MONEDAS:"
                   " CONCENTRACION INCOMPLETA ***"
                   DELIMITED BY SIZE INTO EXPO-LINEA
               WRITE EXPO-LINEA
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "EXPOPARM.DAT" TO WS-ARCH-EXPOPARM.
             CALL "ENVNAME" USING WS-ARCH-EXPOPARM WS-AMBIENTE.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "BALSNAP.DAT" TO WS-ARCH-BALSNAP.
             CALL "ENVNAME" USING WS-ARCH-BALSNAP WS-AMBIENTE.
             MOVE "EXPORPT.DAT" TO WS-ARCH-EXPORPT.
             CALL "ENVNAME" USING WS-ARCH-EXPORPT WS-AMBIENTE.

       END PROGRAM EXPORPT.
