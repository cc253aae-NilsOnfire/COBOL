      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interest recalculation for back-valued corrections.
      *          Walks the day's VARSLOG generation before BALPOST and,
      *          for every record whose value date is earlier than the
      *          business date it was booked on, works out the
      *          interest the amount would have carried for the days
      *          it should already have been on the balance -- from
      *          its value date to the last month-end accrual
      *          (INTACCKPT.DAT, INTACCR's checkpoint), pro rata on a
      *          30-day month at the published RATETBL.DAT rate read
      *          as a monthly percentage, INTACCR's convention. Days
      *          after the last accrual need nothing: the next
      *          month-end accrual charges the balance with the
      *          correction in it. Each difference is written back
      *          into the same generation as a separate "AJINTERES"
      *          accrual adjustment (a credit correction gives the
      *          interest back), value-dated like the entry it
      *          corrects and left unposted for BALPOST, and the
      *          total is claimed in CTLTOTAL.DAT against VARSLOG so
      *          BALANCER proves it with the rest of the day.
      *          INTVALKPT.DAT remembers the last date recalculated,
      *          so a rerun of the chain is a clean no-op.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTVALOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL GDG-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VARSLOGGDGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-PARM-STATUS.
           SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RATETBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL ACCR-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-INTACCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKPT-STATUS.
           SELECT OPTIONAL VALOR-CKPT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-INTVALKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

       FD  RATE-TABLE-FILE.
           COPY "RATETBL.cpy".

       FD  ACCR-CKPT-FILE.
       01  ACCR-CKPT-REG PIC 9(8).

       FD  VALOR-CKPT-FILE.
       01  VALOR-CKPT-REG PIC 9(8).

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-RATETBL PIC X(30).
       01  WS-ARCH-INTACCKPT PIC X(30).
       01  WS-ARCH-INTVALKPT PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-RATE-STATUS PIC XX.
       01  WS-ACKPT-STATUS PIC XX.
       01  WS-CKPT-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "INTVALOR".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-FECHA PIC 9(8).
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-ULTIMO-RECALCULO PIC 9(8) VALUE 0.
       01  WS-ULTIMA-ACCR PIC 9(8) VALUE 0.
       01  WS-TASA PIC 999 VALUE 0.
       01  WS-HAY-TASA PIC X VALUE "N".
       01  WS-ACCR-ENTERO PIC 9(8).
       01  WS-VALOR-ENTERO PIC 9(8).
       01  WS-DIAS PIC 9(5).
       01  WS-AJUSTE PIC S9(9)V99.
      *    The night's differences, gathered on the read pass and
      *    written on a second pass: the generation cannot be read
      *    and extended at the same time.
       01  WS-AJUSTES.
           05  WS-AJ-ENTRY OCCURS 1000.
               10  WS-AJ-CUST PIC 9(6).
               10  WS-AJ-FECHA-VALOR PIC 9(8).
               10  WS-AJ-DIAS PIC 9(5).
               10  WS-AJ-IMPORTE PIC S9(9)V99.
       01  WS-AJ-TOTAL PIC 9(4) VALUE 0.
       01  WS-AJ-IDX PIC 9(4).
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-CON-FECHA-VALOR PIC 9(7) VALUE 0.
       01  WS-SIN-DIFERENCIA PIC 9(7) VALUE 0.
       01  WS-AJUSTES-ESCRITOS PIC 9(7) VALUE 0.
       01  WS-AJ-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-EDIT-AJUSTE PIC -(8)9.99.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-GDG-FECHA.
           PERFORM CARGA-CHECKPOINT.
           IF WS-ULTIMO-RECALCULO = WS-GDG-FECHA
             DISPLAY "RECALCULO DE FECHA VALOR YA EJECUTADO PARA LA"
                 " FECHA " WS-GDG-FECHA ": NADA QUE HACER."
           ELSE
             PERFORM CARGA-ULTIMA-ACCR
             PERFORM PREPARA-GENERACION-LEDGER
             PERFORM BUSCA-FECHAS-VALOR
             IF WS-DESBORDADO = "Y"
               DISPLAY "*** ERROR: MAS DE 1000 AJUSTES DE INTERES EN"
                   " EL DIA. AMPLIE LA TABLA. NO SE ESCRIBE"
                   " NINGUNO. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF
             IF WS-HUBO-ERROR = "N" AND WS-AJ-TOTAL > 0
               PERFORM CARGA-TASA
               IF WS-HAY-TASA = "N"
                 DISPLAY "*** ERROR: NO HAY TABLA DE TARIFAS VIGENTE."
                     " NO SE RECALCULA EL INTERES. ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               ELSE
                 PERFORM ESCRIBE-AJUSTES
               END-IF
             END-IF
             DISPLAY "MOVIMIENTOS CON FECHA VALOR : " WS-CON-FECHA-VALOR
             DISPLAY "SIN DIFERENCIA DE INTERES   : " WS-SIN-DIFERENCIA
             DISPLAY "AJUSTES DE INTERES ESCRITOS : "
                 WS-AJUSTES-ESCRITOS
             IF WS-HUBO-ERROR = "N"
               PERFORM GRABA-CHECKPOINT
               PERFORM GRABA-CONTROL-TOTAL
             END-IF
           END-IF.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           CARGA-CHECKPOINT.
             OPEN INPUT VALOR-CKPT-FILE.
             IF WS-CKPT-STATUS = "00"
               READ VALOR-CKPT-FILE
                 NOT AT END
                   MOVE VALOR-CKPT-REG TO WS-ULTIMO-RECALCULO
               END-READ
             END-IF.
             IF WS-CKPT-STATUS = "00" OR WS-CKPT-STATUS = "05"
               CLOSE VALOR-CKPT-FILE
             END-IF.

           GRABA-CHECKPOINT.
             OPEN OUTPUT VALOR-CKPT-FILE.
             MOVE WS-GDG-FECHA TO VALOR-CKPT-REG.
             WRITE VALOR-CKPT-REG.
             CLOSE VALOR-CKPT-FILE.

      *    The last date INTACCR accrued for: interest up to it has
      *    been charged on balances that did not yet hold tonight's
      *    back-valued amounts. No accrual yet means nothing to make
      *    up.
           CARGA-ULTIMA-ACCR.
             OPEN INPUT ACCR-CKPT-FILE.
             IF WS-ACKPT-STATUS = "00"
               READ ACCR-CKPT-FILE
                 NOT AT END
                   MOVE ACCR-CKPT-REG TO WS-ULTIMA-ACCR
               END-READ
             END-IF.
             IF WS-ACKPT-STATUS = "00" OR WS-ACKPT-STATUS = "05"
               CLOSE ACCR-CKPT-FILE
             END-IF.
             IF WS-ULTIMA-ACCR IS NOT NUMERIC
               MOVE 0 TO WS-ULTIMA-ACCR
             END-IF.

           CARGA-TASA.
             OPEN INPUT RATE-TABLE-FILE.
             IF WS-RATE-STATUS = "00"
               READ RATE-TABLE-FILE
                 NOT AT END
                   MOVE RATE-TBL-VALOR TO WS-TASA
                   MOVE "Y" TO WS-HAY-TASA
               END-READ
               CLOSE RATE-TABLE-FILE
             ELSE
               IF WS-RATE-STATUS = "05"
                 CLOSE RATE-TABLE-FILE
               END-IF
             END-IF.

      *    Read pass: the back-valued records of the day. Accruals
      *    and adjustments themselves are never re-based.
           BUSCA-FECHAS-VALOR.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "SIN GENERACION DE LEDGER DEL DIA ("
                   WS-LEDGER-GEN-NOMBRE ")."
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
             ELSE
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-FECHA-VALOR IS NUMERIC
                         AND VARS-LOG-FECHA-VALOR NOT = 0
                         AND VARS-LOG-FECHA-VALOR < VARS-LOG-FECHA
                         AND VARS-LOG-EVENTO NOT = "INTERES"
                         AND VARS-LOG-EVENTO NOT = "AJINTERES"
                       ADD 1 TO WS-CON-FECHA-VALOR
                       PERFORM ANOTA-AJUSTE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             END-IF.

           ANOTA-AJUSTE.
             IF WS-ULTIMA-ACCR = 0
                 OR VARS-LOG-FECHA-VALOR NOT < WS-ULTIMA-ACCR
               ADD 1 TO WS-SIN-DIFERENCIA
             ELSE
               IF WS-AJ-TOTAL < 1000
                 ADD 1 TO WS-AJ-TOTAL
                 MOVE VARS-LOG-CUST-ID TO WS-AJ-CUST(WS-AJ-TOTAL)
                 MOVE VARS-LOG-FECHA-VALOR
                     TO WS-AJ-FECHA-VALOR(WS-AJ-TOTAL)
                 COMPUTE WS-ACCR-ENTERO =
                     FUNCTION INTEGER-OF-DATE(WS-ULTIMA-ACCR)
                 COMPUTE WS-VALOR-ENTERO =
                     FUNCTION INTEGER-OF-DATE(VARS-LOG-FECHA-VALOR)
                 COMPUTE WS-AJ-DIAS(WS-AJ-TOTAL) =
                     WS-ACCR-ENTERO - WS-VALOR-ENTERO
                 MOVE VARS-LOG-SUMA TO WS-AJ-IMPORTE(WS-AJ-TOTAL)
               ELSE
                 MOVE "Y" TO WS-DESBORDADO
               END-IF
             END-IF.

      *    Write pass: the amount times the monthly percentage, pro
      *    rata over a 30-day month for the days missed. The ledger
      *    record carries the difference as its SUMA with the
      *    posting flag OFF, exactly like INTACCR's accrual.
           ESCRIBE-AJUSTES.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR LA GENERACION"
                   " DEL LEDGER (STATUS " WS-LEDGER-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
                   UNTIL WS-AJ-IDX > WS-AJ-TOTAL
                       OR WS-HUBO-ERROR = "Y"
                 COMPUTE WS-AJUSTE ROUNDED =
                     WS-AJ-IMPORTE(WS-AJ-IDX) * WS-TASA
                     * WS-AJ-DIAS(WS-AJ-IDX) / 3000
                 IF WS-AJUSTE = 0
                   ADD 1 TO WS-SIN-DIFERENCIA
                 ELSE
                   PERFORM ESCRIBE-UN-AJUSTE
                 END-IF
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             END-IF.

           ESCRIBE-UN-AJUSTE.
             MOVE WS-AJ-CUST(WS-AJ-IDX) TO VARS-LOG-CUST-ID.
             MOVE WS-GDG-FECHA TO VARS-LOG-FECHA.
             MOVE WS-AJ-FECHA-VALOR(WS-AJ-IDX) TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             MOVE WS-AJUSTE TO VARS-LOG-NUM1.
             MOVE 0 TO VARS-LOG-NUM2.
             MOVE WS-AJUSTE TO VARS-LOG-SUMA.
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             MOVE WS-AJUSTE TO VARS-LOG-SUMA-ORIG.
             MOVE "AJINTERES" TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-AJUSTES-ESCRITOS
               ADD WS-AJUSTE TO WS-AJ-CHECKSUM
               MOVE WS-AJUSTE TO WS-EDIT-AJUSTE
               DISPLAY "CLIENTE " WS-AJ-CUST(WS-AJ-IDX)
                   " FECHA VALOR " WS-AJ-FECHA-VALOR(WS-AJ-IDX)
                   " DIAS " WS-AJ-DIAS(WS-AJ-IDX)
                   " AJUSTE " WS-EDIT-AJUSTE
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL AJUSTE DEL CLIENTE "
                   WS-AJ-CUST(WS-AJ-IDX) " (STATUS "
                   WS-LEDGER-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           PREPARA-GENERACION-LEDGER.
             OPEN INPUT GDG-PARM-FILE.
             IF WS-GDG-PARM-STATUS = "00"
               READ GDG-PARM-FILE
                 NOT AT END
                   MOVE GDG-PARM-RETENCION TO WS-GDG-RETENCION
               END-READ
               CLOSE GDG-PARM-FILE
             END-IF.
             COMPUTE WS-GDG-REC-LON = FUNCTION LENGTH(VARS-LOG-REG).
             CALL "GDGROTATE" USING WS-GDG-BASE WS-GDG-EXT
                 WS-GDG-RETENCION WS-GDG-FECHA WS-LEDGER-GEN-NOMBRE
                 WS-GDG-REC-LON WS-GDG-REC-FMT.

           GRABA-CONTROL-TOTAL.
             MOVE "INTVALOR" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-AJUSTES-ESCRITOS TO CTL-REGISTROS.
             MOVE WS-AJ-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (AJINTERES) ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-AJUSTES-ESCRITOS.
             DISPLAY "CHECKSUM (SUMA AJUSTE): " WS-AJ-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "INTVALOR" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO AUDIT-RUN-ID.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.


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
             MOVE "VARSLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "AUDITLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "N"
                   MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                   PERFORM SUELTA-CERROJO
                 END-IF
               END-IF
               IF WS-LOCKS-OK = "N"
                 MOVE "VARSLOG" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "VARSLOG" TO WS-LOCK-RECURSO.
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


           RESUELVE-ARCHIVOS.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "RATETBL.DAT" TO WS-ARCH-RATETBL.
             CALL "ENVNAME" USING WS-ARCH-RATETBL WS-AMBIENTE.
             MOVE "INTACCKPT.DAT" TO WS-ARCH-INTACCKPT.
             CALL "ENVNAME" USING WS-ARCH-INTACCKPT WS-AMBIENTE.
             MOVE "INTVALKPT.DAT" TO WS-ARCH-INTVALKPT.
             CALL "ENVNAME" USING WS-ARCH-INTVALKPT WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM INTVALOR.
