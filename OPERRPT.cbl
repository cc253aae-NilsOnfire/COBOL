      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly operator workload and throughput report for
      *          the desk supervisors. Reads what the audit trail
      *          already records of who did what and totals it per
      *          operator, with the team total alongside and the
      *          team's activity per hour band:
      *            SES/MINUTO sessions signed on at MENU and the
      *                      minutes of the closed ones (SESSLOG.DAT);
      *            LANZ      programs launched from MENU (AUDITLOG);
      *            ALTAS     intakes and CAMBI master changes
      *                      (CUSTHIST.DAT, by the stamped operator);
      *            PARES     pairs captured and RECHZ pairs refused
      *                      at VARSDESK (its END audit record);
      *            RESUE     exceptions resolved: PROVEFIX and
      *                      BILLFIX corrections, CUSTMAINT suspense
      *                      decisions (END audit records), watch-
      *                      list decisions (LISTADEC.DAT) and held
      *                      pairs released or discarded at LIMITREL
      *                      (LIMITLIB.DAT);
      *            ERROR     PROVEEXC exceptions the night found in
      *                      pairs the operator keyed (PROVE-BATCH's
      *                      EXCEP audit records; an exception a
      *                      re-prove finds again the same day counts
      *                      once), with %ER the operator's share of
      *                      the team's errors.
      *          Stamps that are not in OPERMAST.DAT (batch programs
      *          journaling under their own name) are kept out of the
      *          team figures and listed apart. Session-level counts
      *          (VARSDESK, PROVEFIX, BILLFIX, CUSTMAINT) fall in the
      *          hour band the session ended in; the night's errors
      *          have no hour band. The period is the seven days
      *          ending on the business date, or the date and day
      *          count in OPERPARM.DAT; the report is OPERRPT.DAT.
      *          A table too small for the period ends the run with
      *          RETURN-CODE 16. Run as a weekly NIGHTRUN step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPER-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL OPER-MAST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL SESS-LOG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SESSLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CUST-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL LIMIT-LIB-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LIMITLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIB-STATUS.
           SELECT OPTIONAL LISTA-DEC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LISTADEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDEC-STATUS.
           SELECT OPER-REPORT ASSIGN TO DYNAMIC WS-ARCH-OPERRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-PARM-FILE.
       01  OPER-PARM-REG.
           05  OPER-PARM-FECHA PIC 9(8).
           05  OPER-PARM-DIAS  PIC 9(3).

       FD  OPER-MAST-FILE.
           COPY "OPERMAST.cpy".

       FD  SESS-LOG-FILE.
           COPY "SESSLOG.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  CUST-HIST-FILE.
           COPY "CUSTHIST.cpy".

       FD  LIMIT-LIB-FILE.
           COPY "LIMITLIB.cpy".

       FD  LISTA-DEC-FILE.
           COPY "LISTADEC.cpy".

       FD  OPER-REPORT.
       01  OPER-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-OPERPARM PIC X(30).
       01  WS-ARCH-OPERMAST PIC X(30).
       01  WS-ARCH-SESSLOG PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-CUSTHIST PIC X(30).
       01  WS-ARCH-LIMITLIB PIC X(30).
       01  WS-ARCH-LISTADEC PIC X(30).
       01  WS-ARCH-OPERRPT PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-SESS-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-LIB-STATUS PIC XX.
       01  WS-LDEC-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-HAY-OPERMAST PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8) VALUE 0.
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-DIAS-PERIODO PIC 9(3) VALUE 7.
       01  WS-ENTERO-HASTA PIC 9(7).
       01  WS-FECHA-ITEM PIC 9(8).
       01  WS-EN-PERIODO PIC X.
      *    The nine measures, in report order; WS-ACT-MEDIDA points
      *    at the one being counted.
      *    1 sesiones, 2 minutos, 3 lanzamientos, 4 altas,
      *    5 cambios, 6 pares, 7 rechazos, 8 resueltas, 9 errores.
       01  WS-ACT-OPERADOR PIC X(10).
       01  WS-ACT-MEDIDA PIC 9.
       01  WS-ACT-CANTIDAD PIC 9(6).
       01  WS-ACT-HORA PIC 99.
       01  WS-ACT-CON-HORA PIC X.
      *    Activity per operator stamp. WS-OPE-PERSONA "N" marks a
      *    stamp OPERMAST does not know (a batch program journaling
      *    under its own name).
       01  WS-OPERADORES.
           05  WS-OPE-ENTRY OCCURS 200.
               10  WS-OPE-ID      PIC X(10).
               10  WS-OPE-PERSONA PIC X.
               10  WS-OPE-CUENTA  PIC 9(6) OCCURS 9.
       01  WS-OPE-TOTAL-TABLA PIC 9(3) VALUE 0.
       01  WS-OPE-IDX PIC 9(3).
       01  WS-OPE-HALLADO PIC 9(3).
       01  WS-OPE-DESBORDADO PIC X VALUE "N".
       01  WS-EQUIPO.
           05  WS-EQU-CUENTA PIC 9(7) OCCURS 9.
       01  WS-MEDIDA-IDX PIC 9.
      *    Team activity per hour band, 00 to 23.
       01  WS-HORAS.
           05  WS-HORA-ENTRY OCCURS 24.
               10  WS-HORA-CUENTA PIC 9(6) OCCURS 9.
       01  WS-HORA-IDX PIC 99.
       01  WS-HORA-ACTIVA PIC X.
       01  WS-HORA-MOSTRAR PIC 99.
       01  WS-HORA-TRABAJO.
           05  WS-HT-HH PIC 99.
           05  WS-HT-MM PIC 99.
           05  FILLER   PIC 9(4).
       01  WS-MIN-INICIO PIC 9(4).
       01  WS-MIN-FIN PIC 9(4).
       01  WS-MINUTOS PIC S9(7).
      *    PROVE-BATCH exceptions already counted, by business date
      *    and detail, so a re-prove the same night counts once.
       01  WS-EXCEPCIONES-VISTAS.
           05  WS-EXC-CLAVE PIC X(58) OCCURS 2000.
       01  WS-EXC-TOTAL-TABLA PIC 9(4) VALUE 0.
       01  WS-EXC-IDX PIC 9(4).
       01  WS-EXC-BUSCADA PIC X(58).
       01  WS-EXC-REPETIDA PIC X.
       01  WS-EXC-DESBORDADO PIC X VALUE "N".
       01  WS-DET-RESTO PIC X(50).
       01  WS-AJENOS PIC 9(6) VALUE 0.
       01  WS-PORCENTAJE PIC 9(3).
       01  WS-CABECERA-OPE.
           05  FILLER PIC X(11) VALUE "OPERADOR".
           05  FILLER PIC X(6) VALUE "  SES".
           05  FILLER PIC X(7) VALUE "MINUTO".
           05  FILLER PIC X(6) VALUE " LANZ".
           05  FILLER PIC X(6) VALUE "ALTAS".
           05  FILLER PIC X(6) VALUE "CAMBI".
           05  FILLER PIC X(6) VALUE "PARES".
           05  FILLER PIC X(6) VALUE "RECHZ".
           05  FILLER PIC X(6) VALUE "RESUE".
           05  FILLER PIC X(6) VALUE "ERROR".
           05  FILLER PIC X(3) VALUE "%ER".
       01  WS-LINEA-OPE.
           05  WS-LO-OPERADOR PIC X(10).
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-SESIONES PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-MINUTOS  PIC ZZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-LANZ     PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-ALTAS    PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-CAMBIOS  PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-PARES    PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-RECHAZOS PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-RESUELTAS PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-ERRORES  PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LO-PCT      PIC ZZ9.
       01  WS-CABECERA-HORA.
           05  FILLER PIC X(12) VALUE "FRANJA".
           05  FILLER PIC X(6) VALUE "  SES".
           05  FILLER PIC X(6) VALUE " LANZ".
           05  FILLER PIC X(6) VALUE "ALTAS".
           05  FILLER PIC X(6) VALUE "CAMBI".
           05  FILLER PIC X(6) VALUE "PARES".
           05  FILLER PIC X(6) VALUE "RECHZ".
           05  FILLER PIC X(5) VALUE "RESUE".
       01  WS-LINEA-HORA.
           05  WS-LH-DESDE    PIC 99.
           05  FILLER         PIC X(4) VALUE ":00-".
           05  WS-LH-HASTA    PIC 99.
           05  FILLER         PIC X(4) VALUE ":59 ".
           05  WS-LH-SESIONES PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LH-LANZ     PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LH-ALTAS    PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LH-CAMBIOS  PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LH-PARES    PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LH-RECHAZOS PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  WS-LH-RESUELTAS PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM CARGA-PARAMETROS.
           DISPLAY "=== CARGA DE TRABAJO POR OPERADOR: " WS-FECHA-DESDE
               " A " WS-FECHA-HASTA " ===".
           INITIALIZE WS-EQUIPO WS-HORAS.
           OPEN OUTPUT OPER-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR OPERRPT.DAT (STATUS "
                 WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT OPER-MAST-FILE.
           IF WS-OPER-STATUS = "00"
             MOVE "Y" TO WS-HAY-OPERMAST
           ELSE
             IF WS-OPER-STATUS = "05"
               CLOSE OPER-MAST-FILE
             END-IF
           END-IF.
           PERFORM REVISA-SESIONES.
           PERFORM REVISA-AUDITORIA.
           PERFORM REVISA-HISTORIAL.
           PERFORM REVISA-LIBERACIONES.
           PERFORM REVISA-DECISIONES.
           IF WS-HAY-OPERMAST = "Y"
             CLOSE OPER-MAST-FILE
           END-IF.
           PERFORM IMPRIME-CABECERA.
           PERFORM IMPRIME-OPERADORES.
           PERFORM IMPRIME-HORAS.
           PERFORM IMPRIME-AJENOS.
           CLOSE OPER-REPORT.
           DISPLAY "OPERADORES CON ACTIVIDAD: " WS-OPE-TOTAL-TABLA.
           DISPLAY "ERRORES DE CAPTURA      : " WS-EQU-CUENTA(9).
           DISPLAY "INFORME EN OPERRPT.DAT".
           IF WS-OPE-DESBORDADO = "Y" OR WS-EXC-DESBORDADO = "Y"
             MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    OPERPARM.DAT moves the period for a re-run or an ad hoc
      *    look: the last date it covers and how many days back.
           CARGA-PARAMETROS.
             OPEN INPUT OPER-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ OPER-PARM-FILE
                 NOT AT END
                   IF OPER-PARM-FECHA IS NUMERIC
                     MOVE OPER-PARM-FECHA TO WS-FECHA-HASTA
                   END-IF
                   IF OPER-PARM-DIAS IS NUMERIC AND OPER-PARM-DIAS > 0
                     MOVE OPER-PARM-DIAS TO WS-DIAS-PERIODO
                   END-IF
               END-READ
               CLOSE OPER-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE OPER-PARM-FILE
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

      *    A session counts on the day and hour it opened. Only a
      *    closed session has an end stamp to time it by; one still
      *    open is counted without minutes.
           REVISA-SESIONES.
             OPEN INPUT SESS-LOG-FILE.
             IF WS-SESS-STATUS = "00"
               PERFORM UNTIL WS-SESS-STATUS = "10"
                 READ SESS-LOG-FILE
                   AT END
                     MOVE "10" TO WS-SESS-STATUS
                   NOT AT END
                     PERFORM TRATA-SESION
                 END-READ
               END-PERFORM
               CLOSE SESS-LOG-FILE
             ELSE
               IF WS-SESS-STATUS = "05"
                 CLOSE SESS-LOG-FILE
               END-IF
             END-IF.

           TRATA-SESION.
             IF SESS-INICIO-FECHA IS NUMERIC
                 AND SESS-INICIO-HORA IS NUMERIC
               MOVE SESS-INICIO-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 MOVE SESS-OPERADOR TO WS-ACT-OPERADOR
                 MOVE SESS-INICIO-HORA TO WS-HORA-TRABAJO
                 MOVE WS-HT-HH TO WS-ACT-HORA
                 MOVE "Y" TO WS-ACT-CON-HORA
                 MOVE 1 TO WS-ACT-MEDIDA
                 MOVE 1 TO WS-ACT-CANTIDAD
                 PERFORM ANOTA-ACTIVIDAD
                 IF SESS-ESTADO NOT = "A"
                     AND SESS-FIN-FECHA IS NUMERIC
                     AND SESS-FIN-HORA IS NUMERIC
                     AND SESS-FIN-FECHA NOT < SESS-INICIO-FECHA
                   PERFORM CALCULA-MINUTOS
                   IF WS-MINUTOS > 0
                     MOVE 2 TO WS-ACT-MEDIDA
                     MOVE WS-MINUTOS TO WS-ACT-CANTIDAD
                     PERFORM ANOTA-ACTIVIDAD
                   END-IF
                 END-IF
               END-IF
             END-IF.

           CALCULA-MINUTOS.
             MOVE SESS-INICIO-HORA TO WS-HORA-TRABAJO.
             COMPUTE WS-MIN-INICIO = WS-HT-HH * 60 + WS-HT-MM.
             MOVE SESS-FIN-HORA TO WS-HORA-TRABAJO.
             COMPUTE WS-MIN-FIN = WS-HT-HH * 60 + WS-HT-MM.
             COMPUTE WS-MINUTOS =
                 (FUNCTION INTEGER-OF-DATE(SESS-FIN-FECHA)
                 - FUNCTION INTEGER-OF-DATE(SESS-INICIO-FECHA))
                 * 1440 + WS-MIN-FIN - WS-MIN-INICIO.

      *    The audit trail carries the launches and the session
      *    counts the interactive programs stamp on their END
      *    record as "<counts> POR <operator>", plus PROVE-BATCH's
      *    exceptions traced to the keying operator.
           REVISA-AUDITORIA.
             OPEN INPUT AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                 READ AUDIT-LOG-FILE
                   AT END
                     MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                     PERFORM TRATA-AUDITORIA
                 END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
             ELSE
               IF WS-AUDIT-STATUS = "05"
                 CLOSE AUDIT-LOG-FILE
               END-IF
             END-IF.

           TRATA-AUDITORIA.
             IF AUDIT-FECHA IS NUMERIC AND AUDIT-HORA IS NUMERIC
               MOVE AUDIT-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 MOVE AUDIT-HORA TO WS-HORA-TRABAJO
                 MOVE WS-HT-HH TO WS-ACT-HORA
                 MOVE "Y" TO WS-ACT-CON-HORA
                 EVALUATE TRUE
                   WHEN AUDIT-PROGRAMA = "MENU"
                       AND AUDIT-EVENTO = "LANZA"
                     PERFORM TRATA-LANZAMIENTO
                   WHEN AUDIT-PROGRAMA = "VARSDESK"
                       AND AUDIT-EVENTO = "END"
                       AND AUDIT-DETALLE(1:11) = "CAPTURADOS "
                     PERFORM TRATA-CAPTURA
                   WHEN AUDIT-PROGRAMA = "PROVEFIX"
                       AND AUDIT-EVENTO = "END"
                       AND AUDIT-DETALLE(1:11) = "CORREGIDOS "
                       AND AUDIT-DETALLE(12:5) IS NUMERIC
                     MOVE AUDIT-DETALLE(36:10) TO WS-ACT-OPERADOR
                     MOVE 8 TO WS-ACT-MEDIDA
                     MOVE AUDIT-DETALLE(12:5) TO WS-ACT-CANTIDAD
                     PERFORM ANOTA-ACTIVIDAD
                   WHEN AUDIT-PROGRAMA = "BILLFIX"
                       AND AUDIT-EVENTO = "END"
                       AND AUDIT-DETALLE(1:10) = "RESUELTAS "
                       AND AUDIT-DETALLE(11:3) IS NUMERIC
                       AND AUDIT-DETALLE(28:3) IS NUMERIC
                     MOVE AUDIT-DETALLE(36:10) TO WS-ACT-OPERADOR
                     MOVE 8 TO WS-ACT-MEDIDA
                     COMPUTE WS-ACT-CANTIDAD = FUNCTION NUMVAL(
                         AUDIT-DETALLE(11:3)) + FUNCTION NUMVAL(
                         AUDIT-DETALLE(28:3))
                     PERFORM ANOTA-ACTIVIDAD
                   WHEN AUDIT-PROGRAMA = "CUSTMAINT"
                       AND AUDIT-EVENTO = "END"
                       AND AUDIT-DETALLE(1:10) = "SUSPENSOS "
                       AND AUDIT-DETALLE(11:5) IS NUMERIC
                     MOVE AUDIT-DETALLE(21:10) TO WS-ACT-OPERADOR
                     MOVE 8 TO WS-ACT-MEDIDA
                     MOVE AUDIT-DETALLE(11:5) TO WS-ACT-CANTIDAD
                     PERFORM ANOTA-ACTIVIDAD
                   WHEN AUDIT-PROGRAMA = "PROVE-BATCH"
                       AND AUDIT-EVENTO = "EXCEP"
                     PERFORM TRATA-EXCEPCION
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               END-IF
             END-IF.

      *    MENU writes "<program> POR OPERADOR <operator>".
           TRATA-LANZAMIENTO.
             MOVE SPACES TO WS-DET-RESTO WS-ACT-OPERADOR.
             UNSTRING AUDIT-DETALLE DELIMITED BY " POR OPERADOR "
                 INTO WS-DET-RESTO WS-ACT-OPERADOR.
             MOVE 3 TO WS-ACT-MEDIDA.
             MOVE 1 TO WS-ACT-CANTIDAD.
             PERFORM ANOTA-ACTIVIDAD.

      *    "CAPTURADOS nnnnn RECHAZADOS nnnnn POR <operator>".
           TRATA-CAPTURA.
             MOVE AUDIT-DETALLE(39:10) TO WS-ACT-OPERADOR.
             IF AUDIT-DETALLE(12:5) IS NUMERIC
               MOVE 6 TO WS-ACT-MEDIDA
               MOVE AUDIT-DETALLE(12:5) TO WS-ACT-CANTIDAD
               PERFORM ANOTA-ACTIVIDAD
             END-IF.
             IF AUDIT-DETALLE(29:5) IS NUMERIC
               MOVE 7 TO WS-ACT-MEDIDA
               MOVE AUDIT-DETALLE(29:5) TO WS-ACT-CANTIDAD
               PERFORM ANOTA-ACTIVIDAD
             END-IF.

      *    "VARSPAIR <rule> LINEA nnnnnn POR <operator>", written at
      *    night: counted to the operator, not to an hour band.
           TRATA-EXCEPCION.
             MOVE SPACES TO WS-EXC-BUSCADA.
             STRING AUDIT-FECHA AUDIT-DETALLE
                 DELIMITED BY SIZE INTO WS-EXC-BUSCADA.
             MOVE "N" TO WS-EXC-REPETIDA.
             PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                 UNTIL WS-EXC-IDX > WS-EXC-TOTAL-TABLA
                     OR WS-EXC-REPETIDA = "Y"
               IF WS-EXC-CLAVE(WS-EXC-IDX) = WS-EXC-BUSCADA
                 MOVE "Y" TO WS-EXC-REPETIDA
               END-IF
             END-PERFORM.
             IF WS-EXC-REPETIDA = "N"
               IF WS-EXC-TOTAL-TABLA < 2000
                 ADD 1 TO WS-EXC-TOTAL-TABLA
                 MOVE WS-EXC-BUSCADA
                     TO WS-EXC-CLAVE(WS-EXC-TOTAL-TABLA)
               ELSE
                 MOVE "Y" TO WS-EXC-DESBORDADO
               END-IF
               MOVE AUDIT-DETALLE(37:10) TO WS-ACT-OPERADOR
               MOVE "N" TO WS-ACT-CON-HORA
               MOVE 9 TO WS-ACT-MEDIDA
               MOVE 1 TO WS-ACT-CANTIDAD
               PERFORM ANOTA-ACTIVIDAD
             END-IF.

      *    An "ALTA" is an intake; every other journaled action is a
      *    change to the master.
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
             IF HIST-FECHA IS NUMERIC AND HIST-HORA IS NUMERIC
               MOVE HIST-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 MOVE HIST-OPERADOR TO WS-ACT-OPERADOR
                 MOVE HIST-HORA TO WS-HORA-TRABAJO
                 MOVE WS-HT-HH TO WS-ACT-HORA
                 MOVE "Y" TO WS-ACT-CON-HORA
                 IF HIST-ACCION = "ALTA"
                   MOVE 4 TO WS-ACT-MEDIDA
                 ELSE
                   MOVE 5 TO WS-ACT-MEDIDA
                 END-IF
                 MOVE 1 TO WS-ACT-CANTIDAD
                 PERFORM ANOTA-ACTIVIDAD
               END-IF
             END-IF.

      *    A held pair re-queued or discarded is an exception
      *    resolved by the supervisor who decided it.
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
             IF LIB-FECHA IS NUMERIC AND LIB-HORA IS NUMERIC
               MOVE LIB-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 MOVE LIB-SUPERVISOR TO WS-ACT-OPERADOR
                 MOVE LIB-HORA TO WS-HORA-TRABAJO
                 MOVE WS-HT-HH TO WS-ACT-HORA
                 MOVE "Y" TO WS-ACT-CON-HORA
                 MOVE 8 TO WS-ACT-MEDIDA
                 MOVE 1 TO WS-ACT-CANTIDAD
                 PERFORM ANOTA-ACTIVIDAD
               END-IF
             END-IF.

      *    Watch-list hits decided by compliance, parked intakes and
      *    re-screen hits alike.
           REVISA-DECISIONES.
             OPEN INPUT LISTA-DEC-FILE.
             IF WS-LDEC-STATUS = "00"
               PERFORM UNTIL WS-LDEC-STATUS = "10"
                 READ LISTA-DEC-FILE
                   AT END
                     MOVE "10" TO WS-LDEC-STATUS
                   NOT AT END
                     PERFORM TRATA-DECISION
                 END-READ
               END-PERFORM
               CLOSE LISTA-DEC-FILE
             ELSE
               IF WS-LDEC-STATUS = "05"
                 CLOSE LISTA-DEC-FILE
               END-IF
             END-IF.

           TRATA-DECISION.
             IF LDEC-FECHA IS NUMERIC AND LDEC-HORA IS NUMERIC
               MOVE LDEC-FECHA TO WS-FECHA-ITEM
               PERFORM JUZGA-PERIODO
               IF WS-EN-PERIODO = "Y"
                 MOVE LDEC-OPERADOR TO WS-ACT-OPERADOR
                 MOVE LDEC-HORA TO WS-HORA-TRABAJO
                 MOVE WS-HT-HH TO WS-ACT-HORA
                 MOVE "Y" TO WS-ACT-CON-HORA
                 MOVE 8 TO WS-ACT-MEDIDA
                 MOVE 1 TO WS-ACT-CANTIDAD
                 PERFORM ANOTA-ACTIVIDAD
               END-IF
             END-IF.

      *    Adds WS-ACT-CANTIDAD of measure WS-ACT-MEDIDA to the
      *    operator, and for a known operator to the team and, when
      *    it has one, to its hour band.
           ANOTA-ACTIVIDAD.
             IF WS-ACT-OPERADOR NOT = SPACES AND WS-ACT-CANTIDAD > 0
               PERFORM BUSCA-OPERADOR
               IF WS-OPE-HALLADO > 0
                 ADD WS-ACT-CANTIDAD TO
                     WS-OPE-CUENTA(WS-OPE-HALLADO, WS-ACT-MEDIDA)
                 IF WS-OPE-PERSONA(WS-OPE-HALLADO) = "Y"
                   ADD WS-ACT-CANTIDAD TO WS-EQU-CUENTA(WS-ACT-MEDIDA)
                   IF WS-ACT-CON-HORA = "Y" AND WS-ACT-HORA < 24
                     COMPUTE WS-HORA-IDX = WS-ACT-HORA + 1
                     ADD WS-ACT-CANTIDAD TO
                         WS-HORA-CUENTA(WS-HORA-IDX, WS-ACT-MEDIDA)
                   END-IF
                 ELSE
                   ADD WS-ACT-CANTIDAD TO WS-AJENOS
                 END-IF
               END-IF
             END-IF.

           BUSCA-OPERADOR.
             MOVE 0 TO WS-OPE-HALLADO.
             PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                 UNTIL WS-OPE-IDX > WS-OPE-TOTAL-TABLA
                     OR WS-OPE-HALLADO > 0
               IF WS-OPE-ID(WS-OPE-IDX) = WS-ACT-OPERADOR
                 MOVE WS-OPE-IDX TO WS-OPE-HALLADO
               END-IF
             END-PERFORM.
             IF WS-OPE-HALLADO = 0
               IF WS-OPE-TOTAL-TABLA < 200
                 ADD 1 TO WS-OPE-TOTAL-TABLA
                 MOVE WS-OPE-TOTAL-TABLA TO WS-OPE-HALLADO
                 INITIALIZE WS-OPE-ENTRY(WS-OPE-HALLADO)
                 MOVE WS-ACT-OPERADOR TO WS-OPE-ID(WS-OPE-HALLADO)
                 PERFORM VERIFICA-PERSONA
               ELSE
                 MOVE "Y" TO WS-OPE-DESBORDADO
               END-IF
             END-IF.

      *    Without an operator master every stamp is taken as an
      *    operator.
           VERIFICA-PERSONA.
             MOVE "Y" TO WS-OPE-PERSONA(WS-OPE-HALLADO).
             IF WS-HAY-OPERMAST = "Y"
               MOVE WS-ACT-OPERADOR TO OPER-ID
               READ OPER-MAST-FILE
                 INVALID KEY
                   MOVE "N" TO WS-OPE-PERSONA(WS-OPE-HALLADO)
               END-READ
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO OPER-LINEA.
             STRING "CARGA DE TRABAJO POR OPERADOR - PERIODO "
                 WS-FECHA-DESDE " A " WS-FECHA-HASTA
                 " - ENTORNO " WS-AMBIENTE
                 DELIMITED BY SIZE INTO OPER-LINEA.
             WRITE OPER-LINEA.
             MOVE SPACES TO OPER-LINEA.
             WRITE OPER-LINEA.
             MOVE WS-CABECERA-OPE TO OPER-LINEA.
             WRITE OPER-LINEA.

           IMPRIME-OPERADORES.
             PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                 UNTIL WS-OPE-IDX > WS-OPE-TOTAL-TABLA
               IF WS-OPE-PERSONA(WS-OPE-IDX) = "Y"
                 PERFORM IMPRIME-OPERADOR
               END-IF
             END-PERFORM.
             MOVE "EQUIPO" TO WS-LO-OPERADOR.
             MOVE WS-EQU-CUENTA(1) TO WS-LO-SESIONES.
             MOVE WS-EQU-CUENTA(2) TO WS-LO-MINUTOS.
             MOVE WS-EQU-CUENTA(3) TO WS-LO-LANZ.
             MOVE WS-EQU-CUENTA(4) TO WS-LO-ALTAS.
             MOVE WS-EQU-CUENTA(5) TO WS-LO-CAMBIOS.
             MOVE WS-EQU-CUENTA(6) TO WS-LO-PARES.
             MOVE WS-EQU-CUENTA(7) TO WS-LO-RECHAZOS.
             MOVE WS-EQU-CUENTA(8) TO WS-LO-RESUELTAS.
             MOVE WS-EQU-CUENTA(9) TO WS-LO-ERRORES.
             IF WS-EQU-CUENTA(9) > 0
               MOVE 100 TO WS-LO-PCT
             ELSE
               MOVE 0 TO WS-LO-PCT
             END-IF.
             MOVE SPACES TO OPER-LINEA.
             WRITE OPER-LINEA.
             MOVE WS-LINEA-OPE TO OPER-LINEA.
             WRITE OPER-LINEA.
             IF WS-OPE-DESBORDADO = "Y"
               MOVE SPACES TO OPER-LINEA
               STRING "*** MAS DE 200 OPERADORES: AMPLIE"
                   " WS-OPERADORES. INFORME INCOMPLETO. ***"
                   DELIMITED BY SIZE INTO OPER-LINEA
               WRITE OPER-LINEA
               DISPLAY OPER-LINEA
             END-IF.
             IF WS-EXC-DESBORDADO = "Y"
               MOVE SPACES TO OPER-LINEA
               STRING "*** MAS DE 2000 EXCEPCIONES: AMPLIE"
                   " WS-EXCEPCIONES-VISTAS. ERRORES REPETIDOS. ***"
                   DELIMITED BY SIZE INTO OPER-LINEA
               WRITE OPER-LINEA
               DISPLAY OPER-LINEA
             END-IF.

           IMPRIME-OPERADOR.
             MOVE WS-OPE-ID(WS-OPE-IDX) TO WS-LO-OPERADOR.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 1) TO WS-LO-SESIONES.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 2) TO WS-LO-MINUTOS.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 3) TO WS-LO-LANZ.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 4) TO WS-LO-ALTAS.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 5) TO WS-LO-CAMBIOS.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 6) TO WS-LO-PARES.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 7) TO WS-LO-RECHAZOS.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 8) TO WS-LO-RESUELTAS.
             MOVE WS-OPE-CUENTA(WS-OPE-IDX, 9) TO WS-LO-ERRORES.
             MOVE 0 TO WS-PORCENTAJE.
             IF WS-EQU-CUENTA(9) > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-OPE-CUENTA(WS-OPE-IDX, 9) * 100
                   / WS-EQU-CUENTA(9)
             END-IF.
             MOVE WS-PORCENTAJE TO WS-LO-PCT.
             MOVE WS-LINEA-OPE TO OPER-LINEA.
             WRITE OPER-LINEA.

      *    Only the hours that saw any activity.
           IMPRIME-HORAS.
             MOVE SPACES TO OPER-LINEA.
             WRITE OPER-LINEA.
             MOVE "--- ACTIVIDAD DEL EQUIPO POR FRANJA HORARIA ---"
                 TO OPER-LINEA.
             WRITE OPER-LINEA.
             MOVE WS-CABECERA-HORA TO OPER-LINEA.
             WRITE OPER-LINEA.
             PERFORM VARYING WS-HORA-IDX FROM 1 BY 1
                 UNTIL WS-HORA-IDX > 24
               MOVE "N" TO WS-HORA-ACTIVA
               PERFORM VARYING WS-MEDIDA-IDX FROM 1 BY 1
                   UNTIL WS-MEDIDA-IDX > 8
                 IF WS-HORA-CUENTA(WS-HORA-IDX, WS-MEDIDA-IDX) > 0
                   MOVE "Y" TO WS-HORA-ACTIVA
                 END-IF
               END-PERFORM
               IF WS-HORA-ACTIVA = "Y"
                 PERFORM IMPRIME-HORA
               END-IF
             END-PERFORM.

           IMPRIME-HORA.
             COMPUTE WS-HORA-MOSTRAR = WS-HORA-IDX - 1.
             MOVE WS-HORA-MOSTRAR TO WS-LH-DESDE WS-LH-HASTA.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 1) TO WS-LH-SESIONES.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 3) TO WS-LH-LANZ.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 4) TO WS-LH-ALTAS.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 5) TO WS-LH-CAMBIOS.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 6) TO WS-LH-PARES.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 7) TO WS-LH-RECHAZOS.
             MOVE WS-HORA-CUENTA(WS-HORA-IDX, 8) TO WS-LH-RESUELTAS.
             MOVE WS-LINEA-HORA TO OPER-LINEA.
             WRITE OPER-LINEA.

      *    Work journaled under a batch program's own name, kept out
      *    of the team figures.
           IMPRIME-AJENOS.
             IF WS-AJENOS > 0
               MOVE SPACES TO OPER-LINEA
               WRITE OPER-LINEA
               MOVE "--- SELLOS QUE NO SON OPERADORES (PROCESOS) ---"
                   TO OPER-LINEA
               WRITE OPER-LINEA
               PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-TOTAL-TABLA
                 IF WS-OPE-PERSONA(WS-OPE-IDX) = "N"
                   PERFORM IMPRIME-OPERADOR
                 END-IF
               END-PERFORM
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "OPERPARM.DAT" TO WS-ARCH-OPERPARM.
             CALL "ENVNAME" USING WS-ARCH-OPERPARM WS-AMBIENTE.
             MOVE "OPERMAST.DAT" TO WS-ARCH-OPERMAST.
             CALL "ENVNAME" USING WS-ARCH-OPERMAST WS-AMBIENTE.
             MOVE "SESSLOG.DAT" TO WS-ARCH-SESSLOG.
             CALL "ENVNAME" USING WS-ARCH-SESSLOG WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "CUSTHIST.DAT" TO WS-ARCH-CUSTHIST.
             CALL "ENVNAME" USING WS-ARCH-CUSTHIST WS-AMBIENTE.
             MOVE "LIMITLIB.DAT" TO WS-ARCH-LIMITLIB.
             CALL "ENVNAME" USING WS-ARCH-LIMITLIB WS-AMBIENTE.
             MOVE "LISTADEC.DAT" TO WS-ARCH-LISTADEC.
             CALL "ENVNAME" USING WS-ARCH-LISTADEC WS-AMBIENTE.
             MOVE "OPERRPT.DAT" TO WS-ARCH-OPERRPT.
             CALL "ENVNAME" USING WS-ARCH-OPERRPT WS-AMBIENTE.

       END PROGRAM OPERRPT.
