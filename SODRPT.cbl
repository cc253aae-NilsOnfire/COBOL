      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly segregation-of-duties report for internal
      *          audit. Cross-reads every file where one operator
      *          makes an item and another approves or releases it,
      *          and lists each case in the period where both stamps
      *          carry the SAME operator:
      *            LIMITREL  held pair keyed at VARSDESK and released
      *                      by its keyer (LIMITLIB.DAT);
      *            RATEVERS  rate version approved by its author;
      *            DISPMNT   dispute resolved by the operator who
      *                      opened it (DISPUTES.DAT);
      *            SEQVOID   number voided by the operator who
      *                      reserved its block (SEQASIG.DAT);
      *            CUSTHIST  four-eyes change approved by its
      *                      requester;
      *            GOTO      dual authorisation given twice by one
      *                      operator (AUDITLOG.DAT).
      *          The period is the seven days ending on the business
      *          date, or the date and day count in SODPARM.DAT. The
      *          report (SODRPT.DAT) closes with the violations per
      *          operator and per source. Any violation raises an
      *          OPERALRT alert and ends the run with RETURN-CODE 4;
      *          a table too small to check a source ends it with 16.
      *          Run as a weekly NIGHTRUN step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOD-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SODPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL LIMIT-LIB-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LIMITLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT OPTIONAL RATE-VER-FILE ASSIGN TO DYNAMIC
               WS-ARCH-RATEVERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DISPUTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT OPTIONAL SEQ-ASIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQASIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIG-STATUS.
           SELECT OPTIONAL SEQ-VOID-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT OPTIONAL CUST-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SOD-REPORT ASSIGN TO DYNAMIC WS-ARCH-SODRPT
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
       FD  SOD-PARM-FILE.
       01  SOD-PARM-REG.
           05  SOD-PARM-FECHA PIC 9(8).
           05  SOD-PARM-DIAS  PIC 9(3).

       FD  LIMIT-LIB-FILE.
           COPY "LIMITLIB.cpy".

       FD  RATE-VER-FILE.
           COPY "RATEVERS.cpy".

       FD  DISPUTE-FILE.
           COPY "DISPUTE.cpy".

       FD  SEQ-ASIG-FILE.
           COPY "SEQASIG.cpy".

       FD  SEQ-VOID-FILE.
           COPY "SEQVOID.cpy".

       FD  CUST-HIST-FILE.
           COPY "CUSTHIST.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  SOD-REPORT.
       01  SOD-LINEA PIC X(100).

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-SODPARM PIC X(30).
       01  WS-ARCH-LIMITLIB PIC X(30).
       01  WS-ARCH-RATEVERS PIC X(30).
       01  WS-ARCH-DISPUTES PIC X(30).
       01  WS-ARCH-SEQASIG PIC X(30).
       01  WS-ARCH-SEQVOID PIC X(30).
       01  WS-ARCH-CUSTHIST PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-SODRPT PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-LIB-STATUS PIC XX.
       01  WS-VER-STATUS PIC XX.
       01  WS-DSP-STATUS PIC XX.
       01  WS-ASIG-STATUS PIC XX.
       01  WS-VOID-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8) VALUE 0.
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-DIAS-PERIODO PIC 9(3) VALUE 7.
       01  WS-ENTERO-HASTA PIC 9(7).
       01  WS-FECHA-ITEM PIC 9(8).
       01  WS-EN-PERIODO PIC X.
      *    The six sources, in report order; WS-ORIGEN-IDX points at
      *    the one being read.
       01  WS-ORIGENES-VALORES.
           05  FILLER PIC X(9) VALUE "LIMITREL".
           05  FILLER PIC X(9) VALUE "RATEVERS".
           05  FILLER PIC X(9) VALUE "DISPMNT".
           05  FILLER PIC X(9) VALUE "SEQVOID".
           05  FILLER PIC X(9) VALUE "CUSTHIST".
           05  FILLER PIC X(9) VALUE "GOTO".
       01  WS-ORIGENES REDEFINES WS-ORIGENES-VALORES.
           05  WS-ORIGEN-NOMBRE PIC X(9) OCCURS 6.
       01  WS-ORIGEN-IDX PIC 9.
       01  WS-ORIGEN-TOTALES.
           05  WS-ORIGEN-ENTRY OCCURS 6.
               10  WS-ORIGEN-REVISADOS PIC 9(7).
               10  WS-ORIGEN-VIOLACIONES PIC 9(5).
      *    Violations per operator, one counter per source.
       01  WS-OPERADORES.
           05  WS-OPE-ENTRY OCCURS 200.
               10  WS-OPE-ID     PIC X(10).
               10  WS-OPE-CUENTA PIC 9(5) OCCURS 6.
               10  WS-OPE-TOTAL  PIC 9(5).
       01  WS-OPE-TOTAL-TABLA PIC 9(3) VALUE 0.
       01  WS-OPE-IDX PIC 9(3).
       01  WS-OPE-HALLADO PIC 9(3).
       01  WS-OPE-DESBORDADO PIC X VALUE "N".
      *    Every block of sequence numbers reserved, with the
      *    operator who reserved it.
       01  WS-BLOQUES.
           05  WS-BLQ-ENTRY OCCURS 500.
               10  WS-BLQ-SERIE    PIC X(8).
               10  WS-BLQ-DESDE    PIC 9(5).
               10  WS-BLQ-HASTA    PIC 9(5).
               10  WS-BLQ-OPERADOR PIC X(10).
       01  WS-BLQ-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLQ-IDX PIC 9(4).
       01  WS-BLQ-HALLADO PIC 9(4).
       01  WS-BLQ-DESBORDADO PIC X VALUE "N".
       01  WS-VOID-SERIE PIC X(8).
      *    The violation being reported.
       01  WS-VIO-FECHA PIC 9(8).
       01  WS-VIO-CLAVE PIC X(16).
       01  WS-VIO-OPERADOR PIC X(10).
       01  WS-VIO-DETALLE PIC X(45).
       01  WS-VIOLACIONES PIC 9(5) VALUE 0.
       01  WS-GOTO-OPER1 PIC X(10).
       01  WS-GOTO-OPER2 PIC X(10).
       01  WS-ALERTA-TEXTO PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-PARAMETROS.
           DISPLAY "=== SEGREGACION DE FUNCIONES: " WS-FECHA-DESDE
               " A " WS-FECHA-HASTA " ===".
           INITIALIZE WS-ORIGEN-TOTALES.
           OPEN OUTPUT SOD-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR SODRPT.DAT (STATUS "
                 WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECERA.
           MOVE 1 TO WS-ORIGEN-IDX.
           PERFORM REVISA-LIBERACIONES.
           MOVE 2 TO WS-ORIGEN-IDX.
           PERFORM REVISA-VERSIONES.
           MOVE 3 TO WS-ORIGEN-IDX.
           PERFORM REVISA-DISPUTAS.
           MOVE 4 TO WS-ORIGEN-IDX.
           PERFORM CARGA-BLOQUES.
           IF WS-BLQ-DESBORDADO = "Y"
             MOVE SPACES TO SOD-LINEA
             STRING "*** MAS DE 500 BLOQUES EN SEQASIG.DAT: AMPLIE"
                 " WS-BLOQUES. ANULACIONES SIN REVISAR. ***"
                 DELIMITED BY SIZE INTO SOD-LINEA
             WRITE SOD-LINEA
             DISPLAY SOD-LINEA
           ELSE
             PERFORM REVISA-ANULACIONES
           END-IF.
           MOVE 5 TO WS-ORIGEN-IDX.
           PERFORM REVISA-HISTORIAL.
           MOVE 6 TO WS-ORIGEN-IDX.
           PERFORM REVISA-DUALES.
           PERFORM IMPRIME-RESUMEN.
           CLOSE SOD-REPORT.
           DISPLAY "INCUMPLIMIENTOS        : " WS-VIOLACIONES.
           DISPLAY "INFORME EN SODRPT.DAT".
           IF WS-VIOLACIONES > 0
             MOVE SPACES TO WS-ALERTA-TEXTO
             STRING "SEGREGACION DE FUNCIONES: " WS-VIOLACIONES
                 " INCUMPLIMIENTOS" DELIMITED BY SIZE
                 INTO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BLQ-DESBORDADO = "Y" OR WS-OPE-DESBORDADO = "Y"
             MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    SODPARM.DAT moves the period for a re-run or an ad hoc
      *    review: the last date it covers and how many days back.
           CARGA-PARAMETROS.
             OPEN INPUT SOD-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ SOD-PARM-FILE
                 NOT AT END
                   IF SOD-PARM-FECHA IS NUMERIC
                     MOVE SOD-PARM-FECHA TO WS-FECHA-HASTA
                   END-IF
                   IF SOD-PARM-DIAS IS NUMERIC AND SOD-PARM-DIAS > 0
                     MOVE SOD-PARM-DIAS TO WS-DIAS-PERIODO
                   END-IF
               END-READ
               CLOSE SOD-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE SOD-PARM-FILE
               END-IF
             END-IF.
             IF WS-FECHA-HASTA = 0
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HASTA
             END-IF.
             COMPUTE WS-ENTERO-HASTA =
                 FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA).
             COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
                 WS-ENTERO-HASTA - WS-DIAS-PERIODO + 1).

           JUZGA-PERIODO.
             MOVE "N" TO WS-EN-PERIODO.
             IF WS-FECHA-ITEM NOT < WS-FECHA-DESDE
                 AND WS-FECHA-ITEM NOT > WS-FECHA-HASTA
               MOVE "Y" TO WS-EN-PERIODO
             END-IF.

      *    A held pair re-queued by the supervisor who keyed it. A
      *    discard releases nothing and is not counted.
           REVISA-LIBERACIONES.
             OPEN INPUT LIMIT-LIB-FILE.
             IF WS-LIB-STATUS = "00"
               PERFORM UNTIL WS-LIB-STATUS = "10"
                 READ LIMIT-LIB-FILE
                   AT END
                     MOVE "10" TO WS-LIB-STATUS
                   NOT AT END
                     PERFORM TRATA-LIBERACION
                 END-READ
               END-PERFORM
               CLOSE LIMIT-LIB-FILE
             ELSE
               IF WS-LIB-STATUS = "05"
                 CLOSE LIMIT-LIB-FILE
               END-IF
             END-IF.

           TRATA-LIBERACION.
             IF LIB-FECHA IS NUMERIC AND LIB-DECISION = "L"
               MOVE LIB-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 ADD 1 TO WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                 IF LIB-CAPTURADOR NOT = SPACES
                     AND LIB-CAPTURADOR = LIB-SUPERVISOR
                   MOVE LIB-FECHA TO WS-VIO-FECHA
                   MOVE SPACES TO WS-VIO-CLAVE
                   STRING "CLIENTE " LIB-CUST-ID
                       DELIMITED BY SIZE INTO WS-VIO-CLAVE
                   MOVE LIB-SUPERVISOR TO WS-VIO-OPERADOR
                   MOVE "PAR CAPTURADO Y LIBERADO POR EL MISMO"
                       TO WS-VIO-DETALLE
                   PERFORM REGISTRA-VIOLACION
                 END-IF
               END-IF
             END-IF.

      *    A rate version approved by the operator who generated it.
      *    Versions registered before the author was stamped carry
      *    no approval date and fall outside every period.
           REVISA-VERSIONES.
             OPEN INPUT RATE-VER-FILE.
             IF WS-VER-STATUS = "00"
               PERFORM UNTIL WS-VER-STATUS = "10"
                 READ RATE-VER-FILE
                   AT END
                     MOVE "10" TO WS-VER-STATUS
                   NOT AT END
                     PERFORM TRATA-VERSION
                 END-READ
               END-PERFORM
               CLOSE RATE-VER-FILE
             ELSE
               IF WS-VER-STATUS = "05"
                 CLOSE RATE-VER-FILE
               END-IF
             END-IF.

           TRATA-VERSION.
             IF VER-FECHA-APROB IS NUMERIC AND VER-ESTADO NOT = "P"
               MOVE VER-FECHA-APROB TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 ADD 1 TO WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                 IF VER-CREADOR NOT = SPACES
                     AND VER-CREADOR = VER-APROBADOR
                   MOVE VER-FECHA-APROB TO WS-VIO-FECHA
                   MOVE SPACES TO WS-VIO-CLAVE
                   STRING "VERSION " VER-NUMERO
                       DELIMITED BY SIZE INTO WS-VIO-CLAVE
                   MOVE VER-APROBADOR TO WS-VIO-OPERADOR
                   MOVE "VERSION PREPARADA Y APROBADA POR EL MISMO"
                       TO WS-VIO-DETALLE
                   PERFORM REGISTRA-VIOLACION
                 END-IF
               END-IF
             END-IF.

      *    A dispute released or written off by the operator who
      *    opened it.
           REVISA-DISPUTAS.
             OPEN INPUT DISPUTE-FILE.
             IF WS-DSP-STATUS = "00"
               PERFORM UNTIL WS-DSP-STATUS = "10"
                 READ DISPUTE-FILE
                   AT END
                     MOVE "10" TO WS-DSP-STATUS
                   NOT AT END
                     PERFORM TRATA-DISPUTA
                 END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
             ELSE
               IF WS-DSP-STATUS = "05"
                 CLOSE DISPUTE-FILE
               END-IF
             END-IF.

           TRATA-DISPUTA.
             IF (DSP-ESTADO = "L" OR DSP-ESTADO = "B")
                 AND DSP-FECHA-RES IS NUMERIC
               MOVE DSP-FECHA-RES TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 ADD 1 TO WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                 IF DSP-OPER-ALTA NOT = SPACES
                     AND DSP-OPER-ALTA = DSP-OPER-RES
                   MOVE DSP-FECHA-RES TO WS-VIO-FECHA
                   MOVE SPACES TO WS-VIO-CLAVE
                   STRING "DISPUTA " DSP-NUMERO
                       DELIMITED BY SIZE INTO WS-VIO-CLAVE
                   MOVE DSP-OPER-RES TO WS-VIO-OPERADOR
                   IF DSP-ESTADO = "L"
                     MOVE "DISPUTA ABIERTA Y LIBERADA POR EL MISMO"
                         TO WS-VIO-DETALLE
                   ELSE
                     MOVE "DISPUTA ABIERTA Y DADA DE BAJA POR EL MISMO"
                         TO WS-VIO-DETALLE
                   END-IF
                   PERFORM REGISTRA-VIOLACION
                 END-IF
               END-IF
             END-IF.

           CARGA-BLOQUES.
             OPEN INPUT SEQ-ASIG-FILE.
             IF WS-ASIG-STATUS = "00"
               PERFORM UNTIL WS-ASIG-STATUS = "10"
                 READ SEQ-ASIG-FILE
                   AT END
                     MOVE "10" TO WS-ASIG-STATUS
                   NOT AT END
                     PERFORM GUARDA-BLOQUE
                 END-READ
               END-PERFORM
               CLOSE SEQ-ASIG-FILE
             ELSE
               IF WS-ASIG-STATUS = "05"
                 CLOSE SEQ-ASIG-FILE
               END-IF
             END-IF.

           GUARDA-BLOQUE.
             IF ASIG-SERIE = SPACES
               MOVE "GENERAL" TO ASIG-SERIE
             END-IF.
             IF ASIG-DESDE IS NUMERIC AND ASIG-HASTA IS NUMERIC
                 AND ASIG-DESDE > 0 AND ASIG-DESDE NOT > ASIG-HASTA
               IF WS-BLQ-TOTAL < 500
                 ADD 1 TO WS-BLQ-TOTAL
                 MOVE ASIG-SERIE TO WS-BLQ-SERIE(WS-BLQ-TOTAL)
                 MOVE ASIG-DESDE TO WS-BLQ-DESDE(WS-BLQ-TOTAL)
                 MOVE ASIG-HASTA TO WS-BLQ-HASTA(WS-BLQ-TOTAL)
                 MOVE ASIG-OPERADOR TO WS-BLQ-OPERADOR(WS-BLQ-TOTAL)
               ELSE
                 MOVE "Y" TO WS-BLQ-DESBORDADO
               END-IF
             END-IF.

      *    A number voided by the operator who reserved the branch
      *    block it belongs to. Numbers the central counter issues
      *    carry no issuing operator and cannot be checked.
           REVISA-ANULACIONES.
             OPEN INPUT SEQ-VOID-FILE.
             IF WS-VOID-STATUS = "00"
               PERFORM UNTIL WS-VOID-STATUS = "10"
                 READ SEQ-VOID-FILE
                   AT END
                     MOVE "10" TO WS-VOID-STATUS
                   NOT AT END
                     PERFORM TRATA-ANULACION
                 END-READ
               END-PERFORM
               CLOSE SEQ-VOID-FILE
             ELSE
               IF WS-VOID-STATUS = "05"
                 CLOSE SEQ-VOID-FILE
               END-IF
             END-IF.

           TRATA-ANULACION.
             IF VOID-FECHA IS NUMERIC AND VOID-NUMERO IS NUMERIC
               MOVE VOID-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 ADD 1 TO WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                 MOVE VOID-SERIE TO WS-VOID-SERIE
                 IF WS-VOID-SERIE = SPACES
                   MOVE "GENERAL" TO WS-VOID-SERIE
                 END-IF
                 PERFORM BUSCA-BLOQUE
                 IF WS-BLQ-HALLADO > 0
                   IF VOID-OPERADOR NOT = SPACES
                       AND VOID-OPERADOR =
                           WS-BLQ-OPERADOR(WS-BLQ-HALLADO)
                     MOVE VOID-FECHA TO WS-VIO-FECHA
                     MOVE SPACES TO WS-VIO-CLAVE
                     STRING WS-VOID-SERIE DELIMITED BY SPACE
                         " " VOID-NUMERO DELIMITED BY SIZE
                         INTO WS-VIO-CLAVE
                     MOVE VOID-OPERADOR TO WS-VIO-OPERADOR
                     MOVE "ANULADO EN UN BLOQUE QUE EL MISMO RESERVO"
                         TO WS-VIO-DETALLE
                     PERFORM REGISTRA-VIOLACION
                   END-IF
                 END-IF
               END-IF
             END-IF.

           BUSCA-BLOQUE.
             MOVE 0 TO WS-BLQ-HALLADO.
             PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                 UNTIL WS-BLQ-IDX > WS-BLQ-TOTAL
                     OR WS-BLQ-HALLADO > 0
               IF WS-BLQ-SERIE(WS-BLQ-IDX) = WS-VOID-SERIE
                   AND VOID-NUMERO NOT < WS-BLQ-DESDE(WS-BLQ-IDX)
                   AND VOID-NUMERO NOT > WS-BLQ-HASTA(WS-BLQ-IDX)
                 MOVE WS-BLQ-IDX TO WS-BLQ-HALLADO
               END-IF
             END-PERFORM.

      *    A four-eyes customer master change approved by the
      *    operator who asked for it.
           REVISA-HISTORIAL.
             OPEN INPUT CUST-HIST-FILE.
             IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-STATUS = "10"
                 READ CUST-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                     PERFORM TRATA-HISTORIAL
                 END-READ
               END-PERFORM
               CLOSE CUST-HIST-FILE
             ELSE
               IF WS-HIST-STATUS = "05"
                 CLOSE CUST-HIST-FILE
               END-IF
             END-IF.

           TRATA-HISTORIAL.
             IF HIST-APROBADOR NOT = SPACES AND HIST-FECHA IS NUMERIC
               MOVE HIST-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 ADD 1 TO WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                 IF HIST-OPERADOR = HIST-APROBADOR
                   MOVE HIST-FECHA TO WS-VIO-FECHA
                   MOVE SPACES TO WS-VIO-CLAVE
                   STRING "CLIENTE " HIST-CUST-ID "/" HIST-SECUENCIA
                       DELIMITED BY SIZE INTO WS-VIO-CLAVE
                   MOVE HIST-APROBADOR TO WS-VIO-OPERADOR
                   MOVE SPACES TO WS-VIO-DETALLE
                   STRING HIST-ACCION DELIMITED BY SPACE
                       " SOLICITADO Y APROBADO POR EL MISMO"
                       DELIMITED BY SIZE INTO WS-VIO-DETALLE
                   PERFORM REGISTRA-VIOLACION
                 END-IF
               END-IF
             END-IF.

      *    A high-risk GOTO run whose two authorisations carry the
      *    same operator, from the END event GOTO writes as
      *    "PROGRAMA EJECUTADO DUAL <op1> + <op2>".
           REVISA-DUALES.
             OPEN INPUT AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                 READ AUDIT-LOG-FILE
                   AT END
                     MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                     PERFORM TRATA-DUAL
                 END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
             ELSE
               IF WS-AUDIT-STATUS = "05"
                 CLOSE AUDIT-LOG-FILE
               END-IF
             END-IF.

           TRATA-DUAL.
             IF AUDIT-PROGRAMA = "GOTO" AND AUDIT-EVENTO = "END"
                 AND AUDIT-DETALLE(1:24) = "PROGRAMA EJECUTADO DUAL "
                 AND AUDIT-FECHA IS NUMERIC
               MOVE AUDIT-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 ADD 1 TO WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                 MOVE AUDIT-DETALLE(25:10) TO WS-GOTO-OPER1
                 MOVE AUDIT-DETALLE(38:10) TO WS-GOTO-OPER2
                 IF WS-GOTO-OPER1 NOT = SPACES
                     AND WS-GOTO-OPER1 = WS-GOTO-OPER2
                   MOVE AUDIT-FECHA TO WS-VIO-FECHA
                   MOVE SPACES TO WS-VIO-CLAVE
                   STRING "HORA " AUDIT-HORA
                       DELIMITED BY SIZE INTO WS-VIO-CLAVE
                   MOVE WS-GOTO-OPER1 TO WS-VIO-OPERADOR
                   MOVE "EJECUCION DUAL AUTORIZADA DOS VECES"
                       TO WS-VIO-DETALLE
                   PERFORM REGISTRA-VIOLACION
                 END-IF
               END-IF
             END-IF.

           REGISTRA-VIOLACION.
             ADD 1 TO WS-VIOLACIONES.
             ADD 1 TO WS-ORIGEN-VIOLACIONES(WS-ORIGEN-IDX).
             MOVE SPACES TO SOD-LINEA.
             STRING WS-ORIGEN-NOMBRE(WS-ORIGEN-IDX) " "
                 WS-VIO-FECHA " " WS-VIO-CLAVE " " WS-VIO-OPERADOR
                 " " WS-VIO-DETALLE
                 DELIMITED BY SIZE INTO SOD-LINEA.
             WRITE SOD-LINEA.
             DISPLAY "*** " SOD-LINEA.
             PERFORM CUENTA-OPERADOR.

           CUENTA-OPERADOR.
             MOVE 0 TO WS-OPE-HALLADO.
             PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                 UNTIL WS-OPE-IDX > WS-OPE-TOTAL-TABLA
                     OR WS-OPE-HALLADO > 0
               IF WS-OPE-ID(WS-OPE-IDX) = WS-VIO-OPERADOR
                 MOVE WS-OPE-IDX TO WS-OPE-HALLADO
               END-IF
             END-PERFORM.
             IF WS-OPE-HALLADO = 0
               IF WS-OPE-TOTAL-TABLA < 200
                 ADD 1 TO WS-OPE-TOTAL-TABLA
                 MOVE WS-OPE-TOTAL-TABLA TO WS-OPE-HALLADO
                 INITIALIZE WS-OPE-ENTRY(WS-OPE-HALLADO)
                 MOVE WS-VIO-OPERADOR TO WS-OPE-ID(WS-OPE-HALLADO)
               ELSE
                 MOVE "Y" TO WS-OPE-DESBORDADO
               END-IF
             END-IF.
             IF WS-OPE-HALLADO > 0
               ADD 1 TO WS-OPE-CUENTA(WS-OPE-HALLADO, WS-ORIGEN-IDX)
               ADD 1 TO WS-OPE-TOTAL(WS-OPE-HALLADO)
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO SOD-LINEA.
             STRING "SEGREGACION DE FUNCIONES - PERIODO "
                 WS-FECHA-DESDE " A " WS-FECHA-HASTA
                 " - ENTORNO " WS-AMBIENTE
                 DELIMITED BY SIZE INTO SOD-LINEA.
             WRITE SOD-LINEA.
             MOVE SPACES TO SOD-LINEA.
             WRITE SOD-LINEA.
             MOVE SPACES TO SOD-LINEA.
             STRING "ORIGEN    FECHA    CLAVE            OPERADOR  "
                 " DETALLE" DELIMITED BY SIZE INTO SOD-LINEA.
             WRITE SOD-LINEA.

           IMPRIME-RESUMEN.
             MOVE SPACES TO SOD-LINEA.
             WRITE SOD-LINEA.
             IF WS-VIOLACIONES = 0
               MOVE "SIN INCUMPLIMIENTOS EN EL PERIODO." TO SOD-LINEA
               WRITE SOD-LINEA
             ELSE
               MOVE SPACES TO SOD-LINEA
               STRING "--- INCUMPLIMIENTOS POR OPERADOR ---"
                   DELIMITED BY SIZE INTO SOD-LINEA
               WRITE SOD-LINEA
               MOVE SPACES TO SOD-LINEA
               STRING "OPERADOR   LIMITREL RATEVERS DISPMNT  SEQVOID "
                   " CUSTHIST GOTO     TOTAL"
                   DELIMITED BY SIZE INTO SOD-LINEA
               WRITE SOD-LINEA
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-TOTAL-TABLA
                 PERFORM IMPRIME-OPERADOR
               END-PERFORM
               IF WS-OPE-DESBORDADO = "Y"
                 MOVE SPACES TO SOD-LINEA
                 STRING "*** MAS DE 200 OPERADORES: AMPLIE"
                     " WS-OPERADORES. RESUMEN INCOMPLETO. ***"
                     DELIMITED BY SIZE INTO SOD-LINEA
                 WRITE SOD-LINEA
                 DISPLAY SOD-LINEA
               END-IF
             END-IF.
             MOVE SPACES TO SOD-LINEA.
             WRITE SOD-LINEA.
             MOVE SPACES TO SOD-LINEA.
             STRING "--- REVISADOS / INCUMPLIMIENTOS POR ORIGEN ---"
                 DELIMITED BY SIZE INTO SOD-LINEA.
             WRITE SOD-LINEA.
             PERFORM VARYING WS-ORIGEN-IDX FROM 1 BY 1
                 UNTIL WS-ORIGEN-IDX > 6
               MOVE SPACES TO SOD-LINEA
               STRING WS-ORIGEN-NOMBRE(WS-ORIGEN-IDX) " REVISADOS "
                   WS-ORIGEN-REVISADOS(WS-ORIGEN-IDX)
                   " INCUMPLIMIENTOS "
                   WS-ORIGEN-VIOLACIONES(WS-ORIGEN-IDX)
                   DELIMITED BY SIZE INTO SOD-LINEA
               WRITE SOD-LINEA
             END-PERFORM.

           IMPRIME-OPERADOR.
             MOVE SPACES TO SOD-LINEA.
             STRING WS-OPE-ID(WS-OPE-IDX) " "
                 WS-OPE-CUENTA(WS-OPE-IDX, 1) "    "
                 WS-OPE-CUENTA(WS-OPE-IDX, 2) "    "
                 WS-OPE-CUENTA(WS-OPE-IDX, 3) "    "
                 WS-OPE-CUENTA(WS-OPE-IDX, 4) "    "
                 WS-OPE-CUENTA(WS-OPE-IDX, 5) "    "
                 WS-OPE-CUENTA(WS-OPE-IDX, 6) "    "
                 WS-OPE-TOTAL(WS-OPE-IDX)
                 DELIMITED BY SIZE INTO SOD-LINEA.
             WRITE SOD-LINEA.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "SODRPT" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE WS-ALERTA-TEXTO TO ALRT-DETALLE.
             PERFORM CARGA-RUN-ID.
             MOVE WS-RUN-ID TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

           CARGA-RUN-ID.
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
             MOVE "SODPARM.DAT" TO WS-ARCH-SODPARM.
             CALL "ENVNAME" USING WS-ARCH-SODPARM WS-AMBIENTE.
             MOVE "LIMITLIB.DAT" TO WS-ARCH-LIMITLIB.
             CALL "ENVNAME" USING WS-ARCH-LIMITLIB WS-AMBIENTE.
             MOVE "RATEVERS.DAT" TO WS-ARCH-RATEVERS.
             CALL "ENVNAME" USING WS-ARCH-RATEVERS WS-AMBIENTE.
             MOVE "DISPUTES.DAT" TO WS-ARCH-DISPUTES.
             CALL "ENVNAME" USING WS-ARCH-DISPUTES WS-AMBIENTE.
             MOVE "SEQASIG.DAT" TO WS-ARCH-SEQASIG.
             CALL "ENVNAME" USING WS-ARCH-SEQASIG WS-AMBIENTE.
             MOVE "SEQVOID.DAT" TO WS-ARCH-SEQVOID.
             CALL "ENVNAME" USING WS-ARCH-SEQVOID WS-AMBIENTE.
             MOVE "CUSTHIST.DAT" TO WS-ARCH-CUSTHIST.
             CALL "ENVNAME" USING WS-ARCH-CUSTHIST WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "SODRPT.DAT" TO WS-ARCH-SODRPT.
             CALL "ENVNAME" USING WS-ARCH-SODRPT WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM SODRPT.
