      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly proof of the intraday memo postings: once
      *          BALPOST has posted, every memo VARSDESK wrote to
      *          MEMOBAL.DAT is matched one for one against the
      *          posted VARS records (no event) of the VARSLOG
      *          generation of its own business date, on customer,
      *          NUM-1, NUM-2 and currency. A memo with no posted
      *          record behind it -- the pair was parked by the
      *          limit, rejected, or its posting stopped -- is listed
      *          in MEMOPRUE.DAT and written to MEMOEXC.DAT in the
      *          PROVEEXC shape ("NOPOSTEO") for investigation, as is
      *          one that posted at another EUR amount than the memo
      *          ("DIFIMPORT"). The memo file is then cleared, so the
      *          desk starts the next business date on the ledger
      *          balance alone; a memo dated after the business date
      *          is kept. Posted pairs that carry no memo (a line
      *          edited by hand into VARSPAIR.DAT) are only counted.
      *          Ends with RETURN-CODE 4 when anything is listed, 16
      *          when the memos could not be proved (the file is then
      *          left as it was). Runs in the NIGHTRUN chain after
      *          BALPOST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOPRUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMO-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MEMOBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MEMO-EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-MEMOEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEXC-STATUS.
           SELECT MEMO-REPORT ASSIGN TO DYNAMIC WS-ARCH-MEMORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-BAL-FILE.
           COPY "MEMOBAL.cpy".

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  MEMO-EXC-FILE.
           COPY "MEMOEXC.cpy".

       FD  MEMO-REPORT.
       01  MEMO-LINEA PIC X(100).

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-MEMOBAL PIC X(30).
       01  WS-ARCH-MEMOEXC PIC X(30).
       01  WS-ARCH-MEMORPT PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-MEMO-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-MEXC-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "MEMOPRUE".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-RC-FINAL PIC 99 VALUE 0.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-GEN PIC 9(8).
      *    The memo file in memory. Estado: "P" still to prove, "C"
      *    matched to a posted record, "N" never posted, "F" dated
      *    after the business date (kept for its own night).
       01  WS-MEMOS.
           05  WS-ME-ENTRY OCCURS 2000.
               10  WS-ME-REG PIC X(72).
               10  WS-ME-FECHA PIC 9(8).
               10  WS-ME-CUST PIC 9(6).
               10  WS-ME-NUM-1 PIC S9(6)V99.
               10  WS-ME-NUM-2 PIC S9(6)V99.
               10  WS-ME-MONEDA PIC X(3).
               10  WS-ME-IMPORTE PIC S9(9)V99.
               10  WS-ME-ESTADO PIC X.
       01  WS-ME-TOTAL PIC 9(4) VALUE 0.
       01  WS-ME-IDX PIC 9(4).
       01  WS-BUS-IDX PIC 9(4).
       01  WS-ME-HALLADO PIC 9(4).
       01  WS-MONEDA-LOG PIC X(3).
       01  WS-MEMOS-LEIDOS PIC 9(5) VALUE 0.
       01  WS-CUADRADOS PIC 9(5) VALUE 0.
       01  WS-IMPORTE-CUADRADO PIC S9(11)V99 VALUE 0.
       01  WS-SIN-POSTEAR PIC 9(5) VALUE 0.
       01  WS-IMPORTE-SIN-POSTEAR PIC S9(11)V99 VALUE 0.
       01  WS-DIFERENCIAS PIC 9(5) VALUE 0.
       01  WS-POSTEADOS-SIN-MEMO PIC 9(5) VALUE 0.
       01  WS-CONSERVADOS PIC 9(5) VALUE 0.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-LEDGER PIC -(10)9.99.
       01  WS-EDIT-NUM-1 PIC -(6)9.99.
       01  WS-EDIT-NUM-2 PIC -(6)9.99.
       01  WS-EDIT-CUENTA PIC Z(4)9.
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
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.

           PERFORM CARGA-MEMOS.
           IF WS-HUBO-ERROR = "N"
             OPEN OUTPUT MEMO-REPORT
             IF WS-RPT-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR MEMOPRUE.DAT"
                   " (STATUS " WS-RPT-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF
           END-IF.
           IF WS-HUBO-ERROR = "N"
             OPEN OUTPUT MEMO-EXC-FILE
             IF WS-MEXC-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR MEMOEXC.DAT"
                   " (STATUS " WS-MEXC-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
               CLOSE MEMO-REPORT
             END-IF
           END-IF.
           IF WS-HUBO-ERROR = "N"
             PERFORM IMPRIME-CABECERA
             PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                 UNTIL WS-ME-IDX > WS-ME-TOTAL
                     OR WS-HUBO-ERROR = "Y"
               IF WS-ME-ESTADO(WS-ME-IDX) = "P"
                 MOVE WS-ME-FECHA(WS-ME-IDX) TO WS-FECHA-GEN
                 PERFORM PRUEBA-GENERACION
                 PERFORM CIERRA-FECHA
               END-IF
             END-PERFORM
             PERFORM IMPRIME-TOTALES
             CLOSE MEMO-EXC-FILE
             CLOSE MEMO-REPORT
           END-IF.
           IF WS-HUBO-ERROR = "N"
             PERFORM REESCRIBE-MEMOS
           END-IF.

           DISPLAY "MEMOS LEIDOS            : " WS-MEMOS-LEIDOS.
           DISPLAY "CUADRADOS CON EL POSTEO : " WS-CUADRADOS.
           DISPLAY "SIN POSTEAR             : " WS-SIN-POSTEAR.
           DISPLAY "CON IMPORTE DISTINTO    : " WS-DIFERENCIAS.
           DISPLAY "CONSERVADOS (POSTERIOR) : " WS-CONSERVADOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO WS-RC-FINAL
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             STRING "CUADRADOS " WS-CUADRADOS " SIN POSTEAR "
                 WS-SIN-POSTEAR " DIFERENCIAS " WS-DIFERENCIAS
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-SIN-POSTEAR > 0 OR WS-DIFERENCIAS > 0
               MOVE 4 TO WS-RC-FINAL
             END-IF
           END-IF.
           PERFORM LIBERA-CERROJOS.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           STOP RUN.

      *    The whole file is held so it can be rewritten without the
      *    proved memos; one that does not fit stops the run with
      *    the file untouched rather than dropping memos unproved.
           CARGA-MEMOS.
             OPEN INPUT MEMO-BAL-FILE.
             IF WS-MEMO-STATUS = "00"
               PERFORM UNTIL WS-MEMO-STATUS = "10"
                   OR WS-HUBO-ERROR = "Y"
                 READ MEMO-BAL-FILE
                   AT END
                     MOVE "10" TO WS-MEMO-STATUS
                   NOT AT END
                     PERFORM GUARDA-MEMO
                 END-READ
               END-PERFORM
               CLOSE MEMO-BAL-FILE
             ELSE
               IF WS-MEMO-STATUS = "05"
                 CLOSE MEMO-BAL-FILE
               ELSE
                 DISPLAY "*** ERROR: NO SE PUDO LEER MEMOBAL.DAT"
                     " (STATUS " WS-MEMO-STATUS ") ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               END-IF
             END-IF.

           GUARDA-MEMO.
             IF WS-ME-TOTAL NOT < 2000
               DISPLAY "*** MAS DE 2000 MEMOS EN MEMOBAL.DAT: NO SE"
                   " PRUEBA NI SE LIMPIA. AMPLIAR LA TABLA. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               ADD 1 TO WS-ME-TOTAL
               ADD 1 TO WS-MEMOS-LEIDOS
               MOVE MEMO-BAL-REG TO WS-ME-REG(WS-ME-TOTAL)
               MOVE MEMO-FECHA TO WS-ME-FECHA(WS-ME-TOTAL)
               MOVE MEMO-CUST-ID TO WS-ME-CUST(WS-ME-TOTAL)
               MOVE MEMO-NUM-1 TO WS-ME-NUM-1(WS-ME-TOTAL)
               MOVE MEMO-NUM-2 TO WS-ME-NUM-2(WS-ME-TOTAL)
               MOVE MEMO-MONEDA TO WS-ME-MONEDA(WS-ME-TOTAL)
               IF MEMO-MONEDA = "EUR"
                 MOVE SPACES TO WS-ME-MONEDA(WS-ME-TOTAL)
               END-IF
               MOVE MEMO-IMPORTE TO WS-ME-IMPORTE(WS-ME-TOTAL)
               IF MEMO-FECHA > WS-FECHA-NEGOCIO
                 MOVE "F" TO WS-ME-ESTADO(WS-ME-TOTAL)
                 ADD 1 TO WS-CONSERVADOS
               ELSE
                 MOVE "P" TO WS-ME-ESTADO(WS-ME-TOTAL)
               END-IF
             END-IF.

      *    One pass over the generation of the memo's business date:
      *    each posted VARS record (no event -- interest, fees,
      *    reversals and the other postings carry one) takes the
      *    first unproved memo of that date it matches.
           PRUEBA-GENERACION.
             MOVE SPACES TO WS-LEDGER-GEN-NOMBRE.
             STRING "VARSLOG.G" WS-FECHA-GEN ".DAT"
                 DELIMITED BY SIZE INTO WS-LEDGER-GEN-NOMBRE.
             CALL "ENVNAME" USING WS-LEDGER-GEN-NOMBRE WS-AMBIENTE.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-EVENTO = SPACES
                         AND VARS-LOG-POSTED = "Y"
                       PERFORM BUSCA-MEMO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
               DISPLAY "SIN GENERACION DE LEDGER PARA LOS MEMOS DEL "
                   WS-FECHA-GEN " (" WS-LEDGER-GEN-NOMBRE ")."
             END-IF.

           BUSCA-MEMO.
             MOVE VARS-LOG-MONEDA TO WS-MONEDA-LOG.
             IF WS-MONEDA-LOG = "EUR"
               MOVE SPACES TO WS-MONEDA-LOG
             END-IF.
             MOVE 0 TO WS-ME-HALLADO.
             PERFORM VARYING WS-BUS-IDX FROM 1 BY 1
                 UNTIL WS-BUS-IDX > WS-ME-TOTAL
                     OR WS-ME-HALLADO NOT = 0
               IF WS-ME-ESTADO(WS-BUS-IDX) = "P"
                   AND WS-ME-FECHA(WS-BUS-IDX) = WS-FECHA-GEN
                   AND WS-ME-CUST(WS-BUS-IDX) = VARS-LOG-CUST-ID
                   AND WS-ME-NUM-1(WS-BUS-IDX) = VARS-LOG-NUM1
                   AND WS-ME-NUM-2(WS-BUS-IDX) = VARS-LOG-NUM2
                   AND WS-ME-MONEDA(WS-BUS-IDX) = WS-MONEDA-LOG
                 MOVE WS-BUS-IDX TO WS-ME-HALLADO
               END-IF
             END-PERFORM.
             IF WS-ME-HALLADO = 0
               ADD 1 TO WS-POSTEADOS-SIN-MEMO
             ELSE
               MOVE "C" TO WS-ME-ESTADO(WS-ME-HALLADO)
               ADD 1 TO WS-CUADRADOS
               ADD VARS-LOG-SUMA TO WS-IMPORTE-CUADRADO
               IF VARS-LOG-SUMA NOT = WS-ME-IMPORTE(WS-ME-HALLADO)
                 PERFORM INFORMA-DIFERENCIA
               END-IF
             END-IF.

      *    Whatever of the date is still unproved never posted.
           CIERRA-FECHA.
             PERFORM VARYING WS-BUS-IDX FROM 1 BY 1
                 UNTIL WS-BUS-IDX > WS-ME-TOTAL
               IF WS-ME-ESTADO(WS-BUS-IDX) = "P"
                   AND WS-ME-FECHA(WS-BUS-IDX) = WS-FECHA-GEN
                 MOVE "N" TO WS-ME-ESTADO(WS-BUS-IDX)
                 PERFORM INFORMA-SIN-POSTEAR
               END-IF
             END-PERFORM.

           INFORMA-SIN-POSTEAR.
             ADD 1 TO WS-SIN-POSTEAR.
             ADD WS-ME-IMPORTE(WS-BUS-IDX) TO WS-IMPORTE-SIN-POSTEAR.
             MOVE WS-ME-REG(WS-BUS-IDX) TO MEMO-BAL-REG.
             MOVE MEMO-IMPORTE TO WS-EDIT-IMPORTE.
             MOVE MEMO-NUM-1 TO WS-EDIT-NUM-1.
             MOVE MEMO-NUM-2 TO WS-EDIT-NUM-2.
             MOVE SPACES TO MEMO-LINEA.
             STRING "SIN POSTEAR " MEMO-FECHA " " MEMO-HORA(1:6)
                 " CLIENTE " MEMO-CUST-ID " " WS-EDIT-NUM-1 " "
                 WS-EDIT-NUM-2 " " MEMO-MONEDA " EUR" WS-EDIT-IMPORTE
                 " " MEMO-OPERADOR
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE "MEMOBAL" TO MEMO-EXC-ARCHIVO.
             MOVE "NOPOSTEO" TO MEMO-EXC-TIPO.
             MOVE MEMO-CUST-ID TO MEMO-EXC-CLAVE.
             WRITE MEMO-EXC-REG.

           INFORMA-DIFERENCIA.
             ADD 1 TO WS-DIFERENCIAS.
             MOVE WS-ME-REG(WS-ME-HALLADO) TO MEMO-BAL-REG.
             MOVE MEMO-IMPORTE TO WS-EDIT-IMPORTE.
             MOVE VARS-LOG-SUMA TO WS-EDIT-LEDGER.
             MOVE SPACES TO MEMO-LINEA.
             STRING "DIFERENCIA  " MEMO-FECHA " " MEMO-HORA(1:6)
                 " CLIENTE " MEMO-CUST-ID " MEMO EUR" WS-EDIT-IMPORTE
                 " POSTEADO EUR" WS-EDIT-LEDGER " " MEMO-OPERADOR
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE "MEMOBAL" TO MEMO-EXC-ARCHIVO.
             MOVE "DIFIMPORT" TO MEMO-EXC-TIPO.
             MOVE MEMO-CUST-ID TO MEMO-EXC-CLAVE.
             WRITE MEMO-EXC-REG.

           IMPRIME-CABECERA.
             MOVE SPACES TO MEMO-LINEA.
             STRING "PRUEBA DE MEMOS INTRADIA CONTRA EL POSTEO - FECHA"
                 " DE NEGOCIO " WS-FECHA-NEGOCIO "  ENTORNO "
                 WS-AMBIENTE DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE SPACES TO MEMO-LINEA.
             STRING "SITUACION   FECHA    HORA           CLIENTE"
                 "      NUM-1      NUM-2 MON    IMPORTE EUR OPERADOR"
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.

           IMPRIME-TOTALES.
             MOVE SPACES TO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE WS-MEMOS-LEIDOS TO WS-EDIT-CUENTA.
             MOVE SPACES TO MEMO-LINEA.
             STRING "MEMOS LEIDOS               " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE WS-CUADRADOS TO WS-EDIT-CUENTA.
             MOVE WS-IMPORTE-CUADRADO TO WS-EDIT-IMPORTE.
             MOVE SPACES TO MEMO-LINEA.
             STRING "CUADRADOS CON EL POSTEO    " WS-EDIT-CUENTA
                 "  EUR" WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE WS-SIN-POSTEAR TO WS-EDIT-CUENTA.
             MOVE WS-IMPORTE-SIN-POSTEAR TO WS-EDIT-IMPORTE.
             MOVE SPACES TO MEMO-LINEA.
             STRING "SIN POSTEAR (A INVESTIGAR) " WS-EDIT-CUENTA
                 "  EUR" WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE WS-DIFERENCIAS TO WS-EDIT-CUENTA.
             MOVE SPACES TO MEMO-LINEA.
             STRING "POSTEADOS CON OTRO IMPORTE " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE WS-POSTEADOS-SIN-MEMO TO WS-EDIT-CUENTA.
             MOVE SPACES TO MEMO-LINEA.
             STRING "POSTEADOS SIN MEMO         " WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.
             MOVE WS-CONSERVADOS TO WS-EDIT-CUENTA.
             MOVE SPACES TO MEMO-LINEA.
             STRING "CONSERVADOS (FECHA POSTER.)" WS-EDIT-CUENTA
                 DELIMITED BY SIZE INTO MEMO-LINEA.
             WRITE MEMO-LINEA.

      *    Only the memos dated after the business date survive; the
      *    rest are proved (or listed) and leave the position.
           REESCRIBE-MEMOS.
             OPEN OUTPUT MEMO-BAL-FILE.
             IF WS-MEMO-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO LIMPIAR MEMOBAL.DAT"
                   " (STATUS " WS-MEMO-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                   UNTIL WS-ME-IDX > WS-ME-TOTAL
                 IF WS-ME-ESTADO(WS-ME-IDX) = "F"
                   MOVE WS-ME-REG(WS-ME-IDX) TO MEMO-BAL-REG
                   WRITE MEMO-BAL-REG
                 END-IF
               END-PERFORM
               CLOSE MEMO-BAL-FILE
             END-IF.

           GRABA-AUDITORIA.
             MOVE "MEMOPRUE" TO AUDIT-PROGRAMA.
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
             MOVE "MEMOBAL" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "VARSLOG" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "N"
                   MOVE "VARSLOG" TO WS-LOCK-RECURSO
                   PERFORM SUELTA-CERROJO
                 END-IF
               END-IF
               IF WS-LOCKS-OK = "N"
                 MOVE "MEMOBAL" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "VARSLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "MEMOBAL" TO WS-LOCK-RECURSO.
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
             MOVE "MEMOBAL.DAT" TO WS-ARCH-MEMOBAL.
             CALL "ENVNAME" USING WS-ARCH-MEMOBAL WS-AMBIENTE.
             MOVE "MEMOEXC.DAT" TO WS-ARCH-MEMOEXC.
             CALL "ENVNAME" USING WS-ARCH-MEMOEXC WS-AMBIENTE.
             MOVE "MEMOPRUE.DAT" TO WS-ARCH-MEMORPT.
             CALL "ENVNAME" USING WS-ARCH-MEMORPT WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM MEMOPRUE.
