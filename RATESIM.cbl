      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rate-change impact simulation, run on demand before
      *          a pending rate-table version goes to RATEAPPR. Takes
      *          the draft RATETBL.V<nnnn>.DAT of the version named
      *          in RATESIMP.DAT (zero = the latest pending one) and
      *          prices the last N days of attributed activity twice
      *          with FEECALC's own rules -- per customer and day the
      *          SUMA total as base, write-offs, disputed ranges
      *          and reversals of an earlier day left out, band
      *          selection, the VARSCALC core and TAXCALC -- once
      *          with the table RATEPUB has in force
      *          and once with the draft. The activity comes from the
      *          VARSLOG generations in the registry (source "L", the
      *          default) or from TXNHIST.DAT (source "H", posted
      *          activity only). RATESIM.DAT lists per customer and
      *          per CUST-SEGMENTO the current fee, the new fee, the
      *          difference and the percentage, and then the
      *          customers whose fee would rise by the threshold
      *          percentage or more (or who would start paying).
      *          Writes nothing to FEEFILE.DAT, the billing feed or
      *          CTLTOTAL.DAT; only a summary line in RATESIMR.DAT
      *          that RATEAPPR shows next to the pending version.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-SIM-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RATESIMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL RATE-VER-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RATEVERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL RATE-TABLE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TARIFA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL VARSLOG-GEN-REGISTRY
               ASSIGN TO DYNAMIC WS-ARCH-VARSLOGGENS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL CASTIGO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASTIGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DISPUTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO DYNAMIC
               WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SIM-REPORT ASSIGN TO DYNAMIC WS-ARCH-RATESIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RATE-SIM-RES-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RATESIMR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *One record: version to price (0 = latest pending), activity
      *source (L = VARSLOG generations, H = TXNHIST), days of
      *activity back from the business date and the increase
      *percentage that flags a customer.
       FD  RATE-SIM-PARM-FILE.
       01  RATE-SIM-PARM-REG.
           05  SIM-PARM-VERSION PIC 9(4).
           05  SIM-PARM-FUENTE PIC X.
           05  SIM-PARM-DIAS PIC 9(3).
           05  SIM-PARM-UMBRAL PIC 9(3).

       FD  RATE-VER-FILE.
           COPY "RATEVERS.cpy".

       FD  RATE-TABLE-FILE.
           COPY "RATETBL.cpy".

       FD  VARSLOG-GEN-REGISTRY.
       01  GEN-REGISTRY-REG PIC 9(8).

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  CASTIGO-FILE.
           COPY "CASTIGO.cpy".

       FD  DISPUTE-FILE.
           COPY "DISPUTE.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  SIM-REPORT.
       01  SIM-LINEA PIC X(100).

       FD  RATE-SIM-RES-FILE.
           COPY "RATESIMR.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-RATESIMP PIC X(30).
       01  WS-ARCH-RATEVERS PIC X(30).
       01  WS-ARCH-TARIFA PIC X(30).
       01  WS-ARCH-VARSLOGGENS PIC X(30).
       01  WS-GEN-NOMBRE PIC X(30).
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-CASTIGOS PIC X(30).
       01  WS-ARCH-DISPUTES PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-RATESIM PIC X(30).
       01  WS-ARCH-RATESIMR PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-VER-STATUS PIC XX.
       01  WS-RATE-STATUS PIC XX.
       01  WS-REG-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-TXN-STATUS PIC XX.
       01  WS-CAS-STATUS PIC XX.
       01  WS-DSP-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-RES-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HOY-ENTERO PIC 9(8).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-VERSION PIC 9(4) VALUE 0.
       01  WS-FUENTE PIC X VALUE "L".
       01  WS-DIAS PIC 9(3) VALUE 30.
       01  WS-UMBRAL PIC 9(3) VALUE 20.
       01  WS-VER-EFECTIVA PIC 9(8) VALUE 0.
       01  WS-VER-HALLADA PIC X VALUE "N".
       01  WS-VER-ELEGIDA PIC 9(4) VALUE 0.
      *    Table 1 is the one RATEPUB has in force, table 2 the
      *    pending draft being simulated.
       01  WS-TARIFAS.
           05  WS-TARIFA OCCURS 2.
               10  WS-TAR-BANDAS PIC 99.
               10  WS-TAR-BANDA OCCURS 50.
                   15  WS-TAR-DESDE PIC S9(9)V99.
                   15  WS-TAR-HASTA PIC S9(9)V99.
                   15  WS-TAR-VALOR PIC 999.
       01  WS-TAR-IDX PIC 9.
       01  WS-BANDA-IDX PIC 99.
       01  WS-BANDA-ELEGIDA PIC X.
       01  WS-TASA PIC 999 VALUE 0.
       01  WS-ACUM-CLIENTES.
           05  WS-ACUM-ENTRY OCCURS 500.
               10  WS-ACUM-CUST PIC 9(6).
               10  WS-ACUM-BASE PIC S9(9)V99.
       01  WS-ACUM-TOTAL PIC 999 VALUE 0.
       01  WS-ACUM-IDX PIC 999.
       01  WS-ACUM-HALLADO PIC X.
       01  WS-CLAVE-CUST PIC 9(6).
       01  WS-CLAVE-FECHA PIC 9(8).
       01  WS-CLAVE-BASE PIC S9(9)V99.
       01  WS-CLAVE-PENDIENTE PIC X VALUE "N".
       01  WS-DIA-FECHA PIC 9(8).
       01  WS-IVA-FECHA PIC 9(8).
       01  WS-NUM-1 PIC S9(6)V99.
       01  WS-NUM-2 PIC S9(6)V99.
       01  WS-SUMA PIC S9(7)V99.
       01  WS-RESTA PIC S9(7)V99.
       01  WS-MULT PIC S9(12)V99.
       01  WS-DIV PIC S9(6)V99.
       01  WS-DIV-VALIDA PIC X.
       01  WS-CUOTA PIC S9(9)V99.
       01  WS-IMPUESTO PIC S9(9)V99.
       01  WS-BRUTO PIC S9(9)V99.
       01  WS-TASA-IVA PIC 99V99.
       01  WS-HAY-IVA PIC X.
       01  WS-BRUTO-ACTUAL PIC S9(9)V99.
       01  WS-BRUTO-NUEVO PIC S9(9)V99.
       01  WS-CLIENTES.
           05  WS-CLI-ENTRY OCCURS 2000.
               10  WS-CLI-CUST PIC 9(6).
               10  WS-CLI-SEGMENTO PIC X(3).
               10  WS-CLI-NOMBRE PIC X(15).
               10  WS-CLI-APELLIDOS PIC X(20).
               10  WS-CLI-DIAS PIC 9(5).
               10  WS-CLI-ACTUAL PIC S9(9)V99.
               10  WS-CLI-NUEVA PIC S9(9)V99.
               10  WS-CLI-AVISO PIC X.
       01  WS-CLI-AUX.
           05  WS-AUX-CUST PIC 9(6).
           05  WS-AUX-SEGMENTO PIC X(3).
           05  WS-AUX-NOMBRE PIC X(15).
           05  WS-AUX-APELLIDOS PIC X(20).
           05  WS-AUX-DIAS PIC 9(5).
           05  WS-AUX-ACTUAL PIC S9(9)V99.
           05  WS-AUX-NUEVA PIC S9(9)V99.
           05  WS-AUX-AVISO PIC X.
       01  WS-CLI-TOTAL PIC 9(4) VALUE 0.
       01  WS-CLI-IDX PIC 9(4).
       01  WS-CLI-IDX2 PIC 9(4).
       01  WS-CLI-HALLADO PIC X.
       01  WS-SEG-ACUM.
           05  WS-SA-ENTRY OCCURS 3.
               10  WS-SA-CODIGO PIC X(3).
               10  WS-SA-CLIENTES PIC 9(5).
               10  WS-SA-ACTUAL PIC S9(11)V99.
               10  WS-SA-NUEVA PIC S9(11)V99.
               10  WS-SA-AVISOS PIC 9(5).
       01  WS-SA-IDX PIC 9.
       01  WS-TOT-ACTUAL PIC S9(11)V99 VALUE 0.
       01  WS-TOT-NUEVA PIC S9(11)V99 VALUE 0.
       01  WS-TOT-AVISOS PIC 9(5) VALUE 0.
       01  WS-PC-ACTUAL PIC S9(11)V99.
       01  WS-PC-NUEVA PIC S9(11)V99.
       01  WS-PC-DIFERENCIA PIC S9(11)V99.
       01  WS-PC-BASE PIC S9(11)V99.
       01  WS-PC-PORCENTAJE PIC S9(5)V99.
       01  WS-PC-TEXTO PIC X(9).
       01  WS-PC-AVISO PIC X.
       01  WS-EDIT-ACTUAL PIC -(10)9.99.
       01  WS-EDIT-NUEVA PIC -(10)9.99.
       01  WS-EDIT-DIFERENCIA PIC -(10)9.99.
       01  WS-EDIT-PCT PIC -(5)9.99.
       01  WS-MARCA PIC X(2).
       01  WS-CASTIGOS.
           05  WS-CAS-ENTRY OCCURS 500.
               10  WS-CAS-CUST PIC 9(6).
               10  WS-CAS-FECHA PIC 9(8).
               10  WS-CAS-IMPORTE PIC S9(9)V99.
               10  WS-CAS-USADO PIC X.
       01  WS-CAS-TOTAL PIC 999 VALUE 0.
       01  WS-CAS-IDX PIC 999.
       01  WS-ES-CASTIGO PIC X.
       01  WS-DISPUTAS-ACT.
           05  WS-DACT-ENTRY OCCURS 200.
               10  WS-DACT-CUST PIC 9(6).
               10  WS-DACT-DESDE PIC 9(8).
               10  WS-DACT-HASTA PIC 9(8).
       01  WS-DACT-TOTAL PIC 999 VALUE 0.
       01  WS-DACT-IDX PIC 999.
       01  WS-DISPUTADO PIC X.
       01  WS-DISPUTADOS PIC 9(7) VALUE 0.
       01  WS-DIAS-LEIDOS PIC 9(5) VALUE 0.
       01  WS-FUERA-NUCLEO PIC 9(5) VALUE 0.
       01  WS-SIN-IVA PIC 9(5) VALUE 0.
       01  WS-SIN-HUECO PIC 9(5) VALUE 0.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "RATESIM".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
           PERFORM PIDE-CERROJO.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.

           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-PARAMETROS.
           PERFORM BUSCA-VERSION.
           IF WS-VER-HALLADA = "N"
             IF WS-VERSION = 0
               DISPLAY "NO HAY VERSIONES PENDIENTES QUE SIMULAR."
             ELSE
               DISPLAY "LA VERSION " WS-VERSION " NO ESTA PENDIENTE."
             END-IF
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-001 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM SUELTA-CERROJO
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 1 TO WS-TAR-IDX.
           MOVE "RATETBL.DAT" TO WS-ARCH-TARIFA.
           CALL "ENVNAME" USING WS-ARCH-TARIFA WS-AMBIENTE.
           PERFORM CARGA-TARIFA.
           MOVE 2 TO WS-TAR-IDX.
           MOVE SPACES TO WS-ARCH-TARIFA.
           STRING "RATETBL.V" WS-VERSION ".DAT"
               DELIMITED BY SIZE INTO WS-ARCH-TARIFA.
           CALL "ENVNAME" USING WS-ARCH-TARIFA WS-AMBIENTE.
           PERFORM CARGA-TARIFA.
           IF WS-TAR-BANDAS(2) = 0
             DISPLAY "*** ERROR: LA VERSION " WS-VERSION
                 " NO TIENE TABLA (" WS-ARCH-TARIFA "). ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-001 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-TAR-BANDAS(1) = 0
             DISPLAY "AVISO: NO HAY TABLA VIGENTE; LAS CUOTAS"
                 " ACTUALES SE TOMAN COMO CERO."
           END-IF.

      *    The window is the N business days ending on today's
      *    business date.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               WS-HOY-ENTERO - WS-DIAS + 1).

           PERFORM CARGA-DISPUTAS-ACTIVAS.
           IF WS-FUENTE = "H"
             PERFORM CARGA-CASTIGOS
             PERFORM SIMULA-HISTORICO
           ELSE
             PERFORM SIMULA-LEDGER
           END-IF.
           PERFORM ORDENA-CLIENTES.
           PERFORM CARGA-DATOS-CLIENTES.

           OPEN OUTPUT SIM-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR RATESIM.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE "Y" TO WS-HUBO-ERROR
           ELSE
             PERFORM IMPRIME-CABECERA
             PERFORM IMPRIME-CLIENTES
             PERFORM IMPRIME-SEGMENTOS
             PERFORM IMPRIME-AVISOS
             PERFORM IMPRIME-EXCLUSIONES
             CLOSE SIM-REPORT
             PERFORM GRABA-RESUMEN
           END-IF.

           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-001 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             STRING "VERSION " WS-VERSION " CLIENTES " WS-CLI-TOTAL
                 " AVISOS " WS-TOT-AVISOS
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF WS-FUERA-NUCLEO > 0 OR WS-SIN-IVA > 0
                 OR WS-SIN-HUECO > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           PERFORM SUELTA-CERROJO.
           STOP RUN.

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

           CARGA-PARAMETROS.
             OPEN INPUT RATE-SIM-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ RATE-SIM-PARM-FILE
                 NOT AT END
                   IF SIM-PARM-VERSION IS NUMERIC
                     MOVE SIM-PARM-VERSION TO WS-VERSION
                   END-IF
                   IF SIM-PARM-FUENTE = "H"
                     MOVE "H" TO WS-FUENTE
                   END-IF
                   IF SIM-PARM-DIAS IS NUMERIC
                       AND SIM-PARM-DIAS > 0
                     MOVE SIM-PARM-DIAS TO WS-DIAS
                   END-IF
                   IF SIM-PARM-UMBRAL IS NUMERIC
                       AND SIM-PARM-UMBRAL > 0
                     MOVE SIM-PARM-UMBRAL TO WS-UMBRAL
                   END-IF
               END-READ
               CLOSE RATE-SIM-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE RATE-SIM-PARM-FILE
               END-IF
             END-IF.

      *    Without a version number the highest-numbered pending
      *    version is the one awaiting approval.
           BUSCA-VERSION.
             OPEN INPUT RATE-VER-FILE.
             IF WS-VER-STATUS = "00"
               PERFORM UNTIL WS-VER-STATUS = "10"
                 READ RATE-VER-FILE
                   AT END
                     MOVE "10" TO WS-VER-STATUS
                   NOT AT END
                     IF VER-ESTADO = "P"
                       IF WS-VERSION = 0
                         IF WS-VER-HALLADA = "N"
                             OR VER-NUMERO > WS-VER-ELEGIDA
                           MOVE "Y" TO WS-VER-HALLADA
                           MOVE VER-NUMERO TO WS-VER-ELEGIDA
                           MOVE VER-EFECTIVA TO WS-VER-EFECTIVA
                         END-IF
                       ELSE
                         IF VER-NUMERO = WS-VERSION
                           MOVE "Y" TO WS-VER-HALLADA
                           MOVE VER-NUMERO TO WS-VER-ELEGIDA
                           MOVE VER-EFECTIVA TO WS-VER-EFECTIVA
                         END-IF
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RATE-VER-FILE
             ELSE
               IF WS-VER-STATUS = "05"
                 CLOSE RATE-VER-FILE
               END-IF
             END-IF.
             IF WS-VER-HALLADA = "Y"
               MOVE WS-VER-ELEGIDA TO WS-VERSION
             END-IF.

      *    FEECALC's load: one row per amount band; a row published
      *    before the band columns existed is the old flat table,
      *    band 0/0.
           CARGA-TARIFA.
             MOVE 0 TO WS-TAR-BANDAS(WS-TAR-IDX).
             MOVE 0 TO WS-TAR-VALOR(WS-TAR-IDX, 1).
             OPEN INPUT RATE-TABLE-FILE.
             IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-STATUS = "10"
                 READ RATE-TABLE-FILE
                   AT END
                     MOVE "10" TO WS-RATE-STATUS
                   NOT AT END
                     IF WS-TAR-BANDAS(WS-TAR-IDX) < 50
                       ADD 1 TO WS-TAR-BANDAS(WS-TAR-IDX)
                       MOVE WS-TAR-BANDAS(WS-TAR-IDX)
                           TO WS-BANDA-IDX
                       IF RATE-TBL-DESDE IS NUMERIC
                           AND RATE-TBL-HASTA IS NUMERIC
                         MOVE RATE-TBL-DESDE
                             TO WS-TAR-DESDE(WS-TAR-IDX, WS-BANDA-IDX)
                         MOVE RATE-TBL-HASTA
                             TO WS-TAR-HASTA(WS-TAR-IDX, WS-BANDA-IDX)
                       ELSE
                         MOVE 0
                             TO WS-TAR-DESDE(WS-TAR-IDX, WS-BANDA-IDX)
                         MOVE 0
                             TO WS-TAR-HASTA(WS-TAR-IDX, WS-BANDA-IDX)
                       END-IF
                       MOVE RATE-TBL-VALOR
                           TO WS-TAR-VALOR(WS-TAR-IDX, WS-BANDA-IDX)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
             ELSE
               IF WS-RATE-STATUS = "05"
                 CLOSE RATE-TABLE-FILE
               END-IF
             END-IF.

           CARGA-DISPUTAS-ACTIVAS.
             OPEN INPUT DISPUTE-FILE.
             IF WS-DSP-STATUS = "00"
               PERFORM UNTIL WS-DSP-STATUS = "10"
                 READ DISPUTE-FILE
                   AT END
                     MOVE "10" TO WS-DSP-STATUS
                   NOT AT END
                     IF (DSP-ESTADO = "A" OR DSP-ESTADO = "B")
                         AND WS-DACT-TOTAL < 200
                       ADD 1 TO WS-DACT-TOTAL
                       MOVE DSP-CUST-ID
                           TO WS-DACT-CUST(WS-DACT-TOTAL)
                       MOVE DSP-DESDE
                           TO WS-DACT-DESDE(WS-DACT-TOTAL)
                       MOVE DSP-HASTA
                           TO WS-DACT-HASTA(WS-DACT-TOTAL)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
             ELSE
               IF WS-DSP-STATUS = "05"
                 CLOSE DISPUTE-FILE
               END-IF
             END-IF.

           VERIFICA-DISPUTA.
             MOVE "N" TO WS-DISPUTADO.
             PERFORM VARYING WS-DACT-IDX FROM 1 BY 1
                 UNTIL WS-DACT-IDX > WS-DACT-TOTAL
                     OR WS-DISPUTADO = "Y"
               IF WS-DACT-CUST(WS-DACT-IDX) = WS-CLAVE-CUST
                   AND WS-CLAVE-FECHA NOT <
                       WS-DACT-DESDE(WS-DACT-IDX)
                   AND WS-CLAVE-FECHA NOT >
                       WS-DACT-HASTA(WS-DACT-IDX)
                 MOVE "Y" TO WS-DISPUTADO
               END-IF
             END-PERFORM.

      *    TXNHIST carries no event code, so a write-off credit is
      *    recognised against CASTIGO's register: same customer,
      *    same date, SUMA the written-off amount negated.
           CARGA-CASTIGOS.
             OPEN INPUT CASTIGO-FILE.
             IF WS-CAS-STATUS = "00"
               PERFORM UNTIL WS-CAS-STATUS = "10"
                 READ CASTIGO-FILE
                   AT END
                     MOVE "10" TO WS-CAS-STATUS
                   NOT AT END
                     IF CAS-FECHA NOT < WS-FECHA-DESDE
                         AND CAS-FECHA NOT > WS-FECHA-NEGOCIO
                         AND WS-CAS-TOTAL < 500
                       ADD 1 TO WS-CAS-TOTAL
                       MOVE CAS-CUST-ID TO WS-CAS-CUST(WS-CAS-TOTAL)
                       MOVE CAS-FECHA TO WS-CAS-FECHA(WS-CAS-TOTAL)
                       MOVE CAS-IMPORTE
                           TO WS-CAS-IMPORTE(WS-CAS-TOTAL)
                       MOVE "N" TO WS-CAS-USADO(WS-CAS-TOTAL)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CASTIGO-FILE
             ELSE
               IF WS-CAS-STATUS = "05"
                 CLOSE CASTIGO-FILE
               END-IF
             END-IF.

           VERIFICA-CASTIGO.
             MOVE "N" TO WS-ES-CASTIGO.
             PERFORM VARYING WS-CAS-IDX FROM 1 BY 1
                 UNTIL WS-CAS-IDX > WS-CAS-TOTAL
                     OR WS-ES-CASTIGO = "Y"
               IF WS-CAS-USADO(WS-CAS-IDX) = "N"
                   AND WS-CAS-CUST(WS-CAS-IDX) = TXN-CUST-ID
                   AND WS-CAS-FECHA(WS-CAS-IDX) = TXN-FECHA
                   AND WS-CAS-IMPORTE(WS-CAS-IDX) + TXN-SUMA = 0
                 MOVE "Y" TO WS-ES-CASTIGO
                 MOVE "Y" TO WS-CAS-USADO(WS-CAS-IDX)
               END-IF
             END-PERFORM.

      *    Source L: every generation in the registry inside the
      *    window, each day's base per customer as FEECALC built it
      *    that night.
           SIMULA-LEDGER.
             OPEN INPUT VARSLOG-GEN-REGISTRY.
             IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-REG-STATUS = "10"
                 READ VARSLOG-GEN-REGISTRY
                   AT END
                     MOVE "10" TO WS-REG-STATUS
                   NOT AT END
                     IF GEN-REGISTRY-REG NOT < WS-FECHA-DESDE
                         AND GEN-REGISTRY-REG NOT > WS-FECHA-NEGOCIO
                       MOVE GEN-REGISTRY-REG TO WS-DIA-FECHA
                       PERFORM SIMULA-DIA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARSLOG-GEN-REGISTRY
             ELSE
               IF WS-REG-STATUS = "05"
                 CLOSE VARSLOG-GEN-REGISTRY
               END-IF
             END-IF.

           SIMULA-DIA.
             ADD 1 TO WS-DIAS-LEIDOS.
             MOVE 0 TO WS-ACUM-TOTAL.
             MOVE SPACES TO WS-GEN-NOMBRE.
             STRING "VARSLOG.G" WS-DIA-FECHA ".DAT"
                 DELIMITED BY SIZE INTO WS-GEN-NOMBRE.
             CALL "ENVNAME" USING WS-GEN-NOMBRE WS-AMBIENTE.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     PERFORM ACUMULA-POR-CLIENTE
                         THRU ACUMULA-POR-CLIENTE-FIN
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
             END-IF.
             PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
                 UNTIL WS-ACUM-IDX > WS-ACUM-TOTAL
               MOVE WS-ACUM-CUST(WS-ACUM-IDX) TO WS-CLAVE-CUST
               MOVE WS-ACUM-BASE(WS-ACUM-IDX) TO WS-CLAVE-BASE
               PERFORM PRECIA-BASE THRU PRECIA-BASE-FIN
             END-PERFORM.

           ACUMULA-POR-CLIENTE.
             IF VARS-LOG-EVENTO = "CASTIGO"
               GO TO ACUMULA-POR-CLIENTE-FIN
             END-IF.
      *    As in FEECALC, a reversal of an earlier day's entry is not
      *    part of the base (its fee credit is not simulated).
             IF VARS-LOG-EVENTO = "REVERSO"
                 AND VARS-LOG-ORIG-FECHA NOT = VARS-LOG-FECHA
               GO TO ACUMULA-POR-CLIENTE-FIN
             END-IF.
             MOVE VARS-LOG-CUST-ID TO WS-CLAVE-CUST.
             MOVE VARS-LOG-FECHA TO WS-CLAVE-FECHA.
             PERFORM VERIFICA-DISPUTA.
             IF WS-DISPUTADO = "Y"
               ADD 1 TO WS-DISPUTADOS
               GO TO ACUMULA-POR-CLIENTE-FIN
             END-IF.
             MOVE "N" TO WS-ACUM-HALLADO.
             PERFORM VARYING WS-ACUM-IDX FROM 1 BY 1
                 UNTIL WS-ACUM-IDX > WS-ACUM-TOTAL
                     OR WS-ACUM-HALLADO = "Y"
               IF WS-ACUM-CUST(WS-ACUM-IDX) = VARS-LOG-CUST-ID
                 MOVE "Y" TO WS-ACUM-HALLADO
                 ADD VARS-LOG-SUMA TO WS-ACUM-BASE(WS-ACUM-IDX)
               END-IF
             END-PERFORM.
             IF WS-ACUM-HALLADO = "N"
               IF WS-ACUM-TOTAL < 500
                 ADD 1 TO WS-ACUM-TOTAL
                 MOVE VARS-LOG-CUST-ID
                     TO WS-ACUM-CUST(WS-ACUM-TOTAL)
                 MOVE VARS-LOG-SUMA TO WS-ACUM-BASE(WS-ACUM-TOTAL)
               ELSE
                 ADD 1 TO WS-SIN-HUECO
               END-IF
             END-IF.

           ACUMULA-POR-CLIENTE-FIN.
             CONTINUE.

      *    Source H: TXNHIST in key order is already grouped by
      *    customer and date, so each day's base closes on the key
      *    break.
           SIMULA-HISTORICO.
             MOVE "N" TO WS-CLAVE-PENDIENTE.
             OPEN INPUT TXN-HIST-FILE.
             IF WS-TXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-STATUS = "10"
                 READ TXN-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-TXN-STATUS
                   NOT AT END
                     IF TXN-FECHA NOT < WS-FECHA-DESDE
                         AND TXN-FECHA NOT > WS-FECHA-NEGOCIO
                       PERFORM ACUMULA-HISTORICO
                           THRU ACUMULA-HISTORICO-FIN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TXN-HIST-FILE
             ELSE
               DISPLAY "AVISO: TXNHIST.DAT NO DISPONIBLE (STATUS "
                   WS-TXN-STATUS ")."
               IF WS-TXN-STATUS = "05"
                 CLOSE TXN-HIST-FILE
               END-IF
             END-IF.
             IF WS-CLAVE-PENDIENTE = "Y"
               PERFORM PRECIA-BASE THRU PRECIA-BASE-FIN
             END-IF.

           ACUMULA-HISTORICO.
             IF WS-CLAVE-PENDIENTE = "Y"
                 AND (TXN-CUST-ID NOT = WS-CLAVE-CUST
                     OR TXN-FECHA NOT = WS-CLAVE-FECHA)
               PERFORM PRECIA-BASE THRU PRECIA-BASE-FIN
               MOVE "N" TO WS-CLAVE-PENDIENTE
             END-IF.
             PERFORM VERIFICA-CASTIGO.
             IF WS-ES-CASTIGO = "Y"
               GO TO ACUMULA-HISTORICO-FIN
             END-IF.
             IF TXN-EVENTO = "REVERSO"
                 AND TXN-ORIG-FECHA NOT = TXN-FECHA
               GO TO ACUMULA-HISTORICO-FIN
             END-IF.
             MOVE TXN-CUST-ID TO WS-CLAVE-CUST.
             MOVE TXN-FECHA TO WS-CLAVE-FECHA.
             PERFORM VERIFICA-DISPUTA.
             IF WS-DISPUTADO = "Y"
               ADD 1 TO WS-DISPUTADOS
               GO TO ACUMULA-HISTORICO-FIN
             END-IF.
             IF WS-CLAVE-PENDIENTE = "N"
               MOVE 0 TO WS-CLAVE-BASE
               MOVE "Y" TO WS-CLAVE-PENDIENTE
             END-IF.
             ADD TXN-SUMA TO WS-CLAVE-BASE.

           ACUMULA-HISTORICO-FIN.
             CONTINUE.

      *    One customer-day priced under both tables exactly as
      *    FEECALC would: the current fee with VAT at the activity
      *    date, the new one at the later of that date and the
      *    draft's effective date.
           PRECIA-BASE.
             IF WS-CLAVE-BASE > 999999.99
                 OR WS-CLAVE-BASE < -999999.99
               ADD 1 TO WS-FUERA-NUCLEO
               GO TO PRECIA-BASE-FIN
             END-IF.
             IF WS-FUENTE = "H"
               MOVE WS-CLAVE-FECHA TO WS-DIA-FECHA
             END-IF.
             MOVE 1 TO WS-TAR-IDX.
             MOVE WS-DIA-FECHA TO WS-IVA-FECHA.
             PERFORM CALCULA-BRUTO.
             IF WS-HAY-IVA = "N"
               ADD 1 TO WS-SIN-IVA
               GO TO PRECIA-BASE-FIN
             END-IF.
             MOVE WS-BRUTO TO WS-BRUTO-ACTUAL.
             MOVE 2 TO WS-TAR-IDX.
             IF WS-VER-EFECTIVA > WS-DIA-FECHA
               MOVE WS-VER-EFECTIVA TO WS-IVA-FECHA
             END-IF.
             PERFORM CALCULA-BRUTO.
             IF WS-HAY-IVA = "N"
               ADD 1 TO WS-SIN-IVA
               GO TO PRECIA-BASE-FIN
             END-IF.
             MOVE WS-BRUTO TO WS-BRUTO-NUEVO.
             PERFORM ACUMULA-CLIENTE.

           PRECIA-BASE-FIN.
             CONTINUE.

           CALCULA-BRUTO.
             PERFORM ELIGE-BANDA.
             MOVE WS-CLAVE-BASE TO WS-NUM-1.
             MOVE WS-TASA TO WS-NUM-2.
             CALL "VARSCALC" USING WS-NUM-1 WS-NUM-2 WS-SUMA
                 WS-RESTA WS-MULT WS-DIV WS-DIV-VALIDA.
             COMPUTE WS-CUOTA ROUNDED = WS-MULT / 100.
             CALL "TAXCALC" USING WS-IVA-FECHA WS-CUOTA
                 WS-IMPUESTO WS-BRUTO WS-TASA-IVA WS-HAY-IVA.

      *    FEECALC's band selection: DESDE inclusive, HASTA
      *    exclusive, HASTA zero open-ended, a base below every
      *    band at the first band. No table at all prices at zero.
           ELIGE-BANDA.
             MOVE "N" TO WS-BANDA-ELEGIDA.
             MOVE WS-TAR-VALOR(WS-TAR-IDX, 1) TO WS-TASA.
             PERFORM VARYING WS-BANDA-IDX FROM 1 BY 1
                 UNTIL WS-BANDA-IDX > WS-TAR-BANDAS(WS-TAR-IDX)
                     OR WS-BANDA-ELEGIDA = "Y"
               IF WS-CLAVE-BASE NOT <
                       WS-TAR-DESDE(WS-TAR-IDX, WS-BANDA-IDX)
                   AND (WS-TAR-HASTA(WS-TAR-IDX, WS-BANDA-IDX) = 0
                       OR WS-CLAVE-BASE <
                           WS-TAR-HASTA(WS-TAR-IDX, WS-BANDA-IDX))
                 MOVE "Y" TO WS-BANDA-ELEGIDA
                 MOVE WS-TAR-VALOR(WS-TAR-IDX, WS-BANDA-IDX)
                     TO WS-TASA
               END-IF
             END-PERFORM.

           ACUMULA-CLIENTE.
             MOVE "N" TO WS-CLI-HALLADO.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
                     OR WS-CLI-HALLADO = "Y"
               IF WS-CLI-CUST(WS-CLI-IDX) = WS-CLAVE-CUST
                 MOVE "Y" TO WS-CLI-HALLADO
                 ADD 1 TO WS-CLI-DIAS(WS-CLI-IDX)
                 ADD WS-BRUTO-ACTUAL TO WS-CLI-ACTUAL(WS-CLI-IDX)
                 ADD WS-BRUTO-NUEVO TO WS-CLI-NUEVA(WS-CLI-IDX)
               END-IF
             END-PERFORM.
             IF WS-CLI-HALLADO = "N"
               IF WS-CLI-TOTAL < 2000
                 ADD 1 TO WS-CLI-TOTAL
                 MOVE WS-CLAVE-CUST TO WS-CLI-CUST(WS-CLI-TOTAL)
                 MOVE "RET" TO WS-CLI-SEGMENTO(WS-CLI-TOTAL)
                 MOVE SPACES TO WS-CLI-NOMBRE(WS-CLI-TOTAL)
                 MOVE SPACES TO WS-CLI-APELLIDOS(WS-CLI-TOTAL)
                 MOVE 1 TO WS-CLI-DIAS(WS-CLI-TOTAL)
                 MOVE WS-BRUTO-ACTUAL TO WS-CLI-ACTUAL(WS-CLI-TOTAL)
                 MOVE WS-BRUTO-NUEVO TO WS-CLI-NUEVA(WS-CLI-TOTAL)
                 MOVE "N" TO WS-CLI-AVISO(WS-CLI-TOTAL)
               ELSE
                 ADD 1 TO WS-SIN-HUECO
               END-IF
             END-IF.

           ORDENA-CLIENTES.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX >= WS-CLI-TOTAL
               PERFORM VARYING WS-CLI-IDX2 FROM 1 BY 1
                   UNTIL WS-CLI-IDX2 > WS-CLI-TOTAL - WS-CLI-IDX
                 IF WS-CLI-CUST(WS-CLI-IDX2) >
                     WS-CLI-CUST(WS-CLI-IDX2 + 1)
                   MOVE WS-CLI-ENTRY(WS-CLI-IDX2) TO WS-CLI-AUX
                   MOVE WS-CLI-ENTRY(WS-CLI-IDX2 + 1)
                       TO WS-CLI-ENTRY(WS-CLI-IDX2)
                   MOVE WS-CLI-AUX TO WS-CLI-ENTRY(WS-CLI-IDX2 + 1)
                 END-IF
               END-PERFORM
             END-PERFORM.

      *    Segment and name from the master; an unknown customer
      *    (id 0, pre-attribution history) stays retail, as in
      *    MONTHRPT.
           CARGA-DATOS-CLIENTES.
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
                         OR CUST-SEGMENTO = "TST"
                       MOVE CUST-SEGMENTO
                           TO WS-CLI-SEGMENTO(WS-CLI-IDX)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             ELSE
               IF WS-CUST-STATUS = "05"
                 CLOSE CUSTOMER-MASTER
               END-IF
             END-IF.

      *    Difference and percentage against the current fee. A
      *    customer who pays nothing today and would pay under the
      *    draft is always flagged.
           CALCULA-PORCENTAJE.
             COMPUTE WS-PC-DIFERENCIA = WS-PC-NUEVA - WS-PC-ACTUAL.
             MOVE "N" TO WS-PC-AVISO.
             IF WS-PC-ACTUAL = 0
               IF WS-PC-NUEVA > 0
                 MOVE "    NUEVA" TO WS-PC-TEXTO
                 MOVE "Y" TO WS-PC-AVISO
               ELSE
                 MOVE 0 TO WS-EDIT-PCT
                 MOVE WS-EDIT-PCT TO WS-PC-TEXTO
               END-IF
             ELSE
               IF WS-PC-ACTUAL < 0
                 COMPUTE WS-PC-BASE = 0 - WS-PC-ACTUAL
               ELSE
                 MOVE WS-PC-ACTUAL TO WS-PC-BASE
               END-IF
               COMPUTE WS-PC-PORCENTAJE ROUNDED =
                   WS-PC-DIFERENCIA * 100 / WS-PC-BASE
                 ON SIZE ERROR
                   MOVE 99999.99 TO WS-PC-PORCENTAJE
               END-COMPUTE
               MOVE WS-PC-PORCENTAJE TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-PC-TEXTO
               IF WS-PC-PORCENTAJE NOT < WS-UMBRAL
                 MOVE "Y" TO WS-PC-AVISO
               END-IF
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO SIM-LINEA.
             STRING "SIMULACION DE TARIFAS - VERSION " WS-VERSION
                 " EFECTIVA " WS-VER-EFECTIVA " FRENTE A LA TABLA"
                 " VIGENTE"
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             IF WS-FUENTE = "H"
               STRING "ACTIVIDAD DE TXNHIST DEL " WS-FECHA-DESDE
                   " AL " WS-FECHA-NEGOCIO " (" WS-DIAS " DIAS)."
                   " AVISO SI SUBE " WS-UMBRAL "% O MAS."
                   DELIMITED BY SIZE INTO SIM-LINEA
             ELSE
               STRING "ACTIVIDAD DE VARSLOG DEL " WS-FECHA-DESDE
                   " AL " WS-FECHA-NEGOCIO " (" WS-DIAS-LEIDOS
                   " GENERACIONES). AVISO SI SUBE " WS-UMBRAL
                   "% O MAS."
                   DELIMITED BY SIZE INTO SIM-LINEA
             END-IF.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             STRING "CUOTAS CON IVA. NADA SE ESCRIBE EN FEEFILE NI"
                 " EN EL FEED DE FACTURACION."
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             STRING "CLIENTE SEG  DIAS    CUOTA ACTUAL     CUOTA"
                 " NUEVA      DIFERENCIA         %"
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.

           IMPRIME-CLIENTES.
             MOVE "RET" TO WS-SA-CODIGO(1).
             MOVE "COR" TO WS-SA-CODIGO(2).
             MOVE "TST" TO WS-SA-CODIGO(3).
             PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                 UNTIL WS-SA-IDX > 3
               MOVE 0 TO WS-SA-CLIENTES(WS-SA-IDX)
               MOVE 0 TO WS-SA-ACTUAL(WS-SA-IDX)
               MOVE 0 TO WS-SA-NUEVA(WS-SA-IDX)
               MOVE 0 TO WS-SA-AVISOS(WS-SA-IDX)
             END-PERFORM.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
               PERFORM IMPRIME-CLIENTE
             END-PERFORM.

           IMPRIME-CLIENTE.
             MOVE WS-CLI-ACTUAL(WS-CLI-IDX) TO WS-PC-ACTUAL.
             MOVE WS-CLI-NUEVA(WS-CLI-IDX) TO WS-PC-NUEVA.
             PERFORM CALCULA-PORCENTAJE.
             MOVE WS-PC-AVISO TO WS-CLI-AVISO(WS-CLI-IDX).
             MOVE SPACES TO WS-MARCA.
             IF WS-PC-AVISO = "Y"
               MOVE "**" TO WS-MARCA
               ADD 1 TO WS-TOT-AVISOS
             END-IF.
             MOVE WS-PC-ACTUAL TO WS-EDIT-ACTUAL.
             MOVE WS-PC-NUEVA TO WS-EDIT-NUEVA.
             MOVE WS-PC-DIFERENCIA TO WS-EDIT-DIFERENCIA.
             MOVE SPACES TO SIM-LINEA.
             STRING WS-CLI-CUST(WS-CLI-IDX) "  "
                 WS-CLI-SEGMENTO(WS-CLI-IDX) " "
                 WS-CLI-DIAS(WS-CLI-IDX) " " WS-EDIT-ACTUAL " "
                 WS-EDIT-NUEVA " " WS-EDIT-DIFERENCIA " "
                 WS-PC-TEXTO " " WS-MARCA
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             ADD WS-PC-ACTUAL TO WS-TOT-ACTUAL.
             ADD WS-PC-NUEVA TO WS-TOT-NUEVA.
             PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                 UNTIL WS-SA-IDX > 3
               IF WS-SA-CODIGO(WS-SA-IDX) =
                   WS-CLI-SEGMENTO(WS-CLI-IDX)
                 ADD 1 TO WS-SA-CLIENTES(WS-SA-IDX)
                 ADD WS-PC-ACTUAL TO WS-SA-ACTUAL(WS-SA-IDX)
                 ADD WS-PC-NUEVA TO WS-SA-NUEVA(WS-SA-IDX)
                 IF WS-PC-AVISO = "Y"
                   ADD 1 TO WS-SA-AVISOS(WS-SA-IDX)
                 END-IF
               END-IF
             END-PERFORM.

           IMPRIME-SEGMENTOS.
             MOVE SPACES TO SIM-LINEA.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             STRING "SEGMENTO  CLIENTES    CUOTA ACTUAL     CUOTA"
                 " NUEVA      DIFERENCIA         %  AVISOS"
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                 UNTIL WS-SA-IDX > 3
               MOVE WS-SA-ACTUAL(WS-SA-IDX) TO WS-PC-ACTUAL
               MOVE WS-SA-NUEVA(WS-SA-IDX) TO WS-PC-NUEVA
               PERFORM CALCULA-PORCENTAJE
               MOVE WS-PC-ACTUAL TO WS-EDIT-ACTUAL
               MOVE WS-PC-NUEVA TO WS-EDIT-NUEVA
               MOVE WS-PC-DIFERENCIA TO WS-EDIT-DIFERENCIA
               MOVE SPACES TO SIM-LINEA
               STRING WS-SA-CODIGO(WS-SA-IDX) "          "
                   WS-SA-CLIENTES(WS-SA-IDX) " " WS-EDIT-ACTUAL " "
                   WS-EDIT-NUEVA " " WS-EDIT-DIFERENCIA " "
                   WS-PC-TEXTO "   " WS-SA-AVISOS(WS-SA-IDX)
                   DELIMITED BY SIZE INTO SIM-LINEA
               WRITE SIM-LINEA
             END-PERFORM.
             MOVE WS-TOT-ACTUAL TO WS-PC-ACTUAL.
             MOVE WS-TOT-NUEVA TO WS-PC-NUEVA.
             PERFORM CALCULA-PORCENTAJE.
             MOVE WS-PC-ACTUAL TO WS-EDIT-ACTUAL.
             MOVE WS-PC-NUEVA TO WS-EDIT-NUEVA.
             MOVE WS-PC-DIFERENCIA TO WS-EDIT-DIFERENCIA.
             MOVE SPACES TO SIM-LINEA.
             STRING "TOTAL         " WS-CLI-TOTAL " " WS-EDIT-ACTUAL
                 " " WS-EDIT-NUEVA " " WS-EDIT-DIFERENCIA " "
                 WS-PC-TEXTO "   " WS-TOT-AVISOS
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             DISPLAY SIM-LINEA.

           IMPRIME-AVISOS.
             MOVE SPACES TO SIM-LINEA.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             STRING "CLIENTES CON SUBIDA DE " WS-UMBRAL "% O MAS"
                 " (O QUE EMPEZARIAN A PAGAR): " WS-TOT-AVISOS
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                 UNTIL WS-CLI-IDX > WS-CLI-TOTAL
               IF WS-CLI-AVISO(WS-CLI-IDX) = "Y"
                 MOVE WS-CLI-ACTUAL(WS-CLI-IDX) TO WS-EDIT-ACTUAL
                 MOVE WS-CLI-NUEVA(WS-CLI-IDX) TO WS-EDIT-NUEVA
                 MOVE SPACES TO SIM-LINEA
                 STRING WS-CLI-CUST(WS-CLI-IDX) "  "
                     WS-CLI-SEGMENTO(WS-CLI-IDX) " "
                     WS-CLI-NOMBRE(WS-CLI-IDX) " "
                     WS-CLI-APELLIDOS(WS-CLI-IDX) " "
                     WS-EDIT-ACTUAL " " WS-EDIT-NUEVA
                     DELIMITED BY SIZE INTO SIM-LINEA
                 WRITE SIM-LINEA
               END-IF
             END-PERFORM.

      *    What the simulation could not price is said on the
      *    report, not dropped silently.
           IMPRIME-EXCLUSIONES.
             MOVE SPACES TO SIM-LINEA.
             WRITE SIM-LINEA.
             MOVE SPACES TO SIM-LINEA.
             STRING "MOVIMIENTOS EN DISPUTA EXCLUIDOS: " WS-DISPUTADOS
                 DELIMITED BY SIZE INTO SIM-LINEA.
             WRITE SIM-LINEA.
             IF WS-FUERA-NUCLEO > 0
               MOVE SPACES TO SIM-LINEA
               STRING "BASES DIARIAS FUERA DEL NUCLEO DE CALCULO: "
                   WS-FUERA-NUCLEO
                   DELIMITED BY SIZE INTO SIM-LINEA
               WRITE SIM-LINEA
               DISPLAY SIM-LINEA
             END-IF.
             IF WS-SIN-IVA > 0
               MOVE SPACES TO SIM-LINEA
               STRING "BASES DIARIAS SIN TASA DE IVA EFECTIVA: "
                   WS-SIN-IVA
                   DELIMITED BY SIZE INTO SIM-LINEA
               WRITE SIM-LINEA
               DISPLAY SIM-LINEA
             END-IF.
             IF WS-SIN-HUECO > 0
               MOVE SPACES TO SIM-LINEA
               STRING "MOVIMIENTOS SIN SIMULAR POR TABLAS LLENAS: "
                   WS-SIN-HUECO
                   DELIMITED BY SIZE INTO SIM-LINEA
               WRITE SIM-LINEA
               DISPLAY SIM-LINEA
             END-IF.

           GRABA-RESUMEN.
             MOVE WS-VERSION TO SIMR-VERSION.
             MOVE WS-FECHA-NEGOCIO TO SIMR-FECHA.
             MOVE WS-FUENTE TO SIMR-FUENTE.
             MOVE WS-FECHA-DESDE TO SIMR-DESDE.
             MOVE WS-FECHA-NEGOCIO TO SIMR-HASTA.
             MOVE WS-CLI-TOTAL TO SIMR-CLIENTES.
             MOVE WS-TOT-ACTUAL TO SIMR-ACTUAL.
             MOVE WS-TOT-NUEVA TO SIMR-NUEVA.
             MOVE WS-TOT-AVISOS TO SIMR-AVISOS.
             MOVE WS-UMBRAL TO SIMR-UMBRAL.
             OPEN EXTEND RATE-SIM-RES-FILE.
             IF WS-RES-STATUS = "35"
               OPEN OUTPUT RATE-SIM-RES-FILE
             END-IF.
             WRITE RATE-SIM-RES-REG.
             CLOSE RATE-SIM-RES-FILE.

           GRABA-AUDITORIA.
             MOVE "RATESIM" TO AUDIT-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO AUDIT-RUN-ID.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
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

           RESUELVE-ARCHIVOS.
             MOVE "RATESIMP.DAT" TO WS-ARCH-RATESIMP.
             CALL "ENVNAME" USING WS-ARCH-RATESIMP WS-AMBIENTE.
             MOVE "RATEVERS.DAT" TO WS-ARCH-RATEVERS.
             CALL "ENVNAME" USING WS-ARCH-RATEVERS WS-AMBIENTE.
             MOVE "VARSLOGGENS.DAT" TO WS-ARCH-VARSLOGGENS.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGENS WS-AMBIENTE.
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "CASTIGOS.DAT" TO WS-ARCH-CASTIGOS.
             CALL "ENVNAME" USING WS-ARCH-CASTIGOS WS-AMBIENTE.
             MOVE "DISPUTES.DAT" TO WS-ARCH-DISPUTES.
             CALL "ENVNAME" USING WS-ARCH-DISPUTES WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "RATESIM.DAT" TO WS-ARCH-RATESIM.
             CALL "ENVNAME" USING WS-ARCH-RATESIM WS-AMBIENTE.
             MOVE "RATESIMR.DAT" TO WS-ARCH-RATESIMR.
             CALL "ENVNAME" USING WS-ARCH-RATESIMR WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM RATESIM.
