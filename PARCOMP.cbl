      ******************************************************************
      * Author:
      * Date:
      * Purpose: PROD/TEST parallel-run comparator for release sign-
      *          off. Once the same business date has been processed
      *          in production and in the TEST environment TESTLOAD
      *          refreshed, compares every output the night manifest
      *          lists in NMANCTL.DAT ("*" = the date compared) --
      *          BILLFEED, FEEFILE, GLFEED, HREXPORT, EXTRACTO, the
      *          VARSLOG, TABLA and SEQCTRL generations, CUSTBAL --
      *          against its TEST. copy record by record: positional
      *          for the sequential outputs, by CUST-ID for the
      *          balances. Records are compared field by field on the
      *          file's own layout (packed files decoded first);
      *          fields that legitimately differ between environments
      *          (the billing feed sequence, the VARS time of day)
      *          are ignored, and personal fields TESTLOAD masked are
      *          re-masked through MASCARA before comparing. Writes
      *          PARCOMP.DAT: per file the first differing records,
      *          field by field with both values, then a summary per
      *          file (identical / n differences / missing), so a
      *          release is signed off on evidence. The date comes
      *          from PARCPARM.DAT when present, the console
      *          otherwise. The run is audited; RETURN-CODE 4 when
      *          anything differs. Runs from production only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARC-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-PARCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL NMAN-CTL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NMANCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NMAN-STATUS.
           SELECT PARC-REPORT ASSIGN TO DYNAMIC WS-ARCH-PARCOMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL LIN-PROD-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL LIN-TEST-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-TEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-STATUS.
           SELECT OPTIONAL LED-PROD-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PROD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL LED-TEST-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-TEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-STATUS.
           SELECT OPTIONAL SEQ-PROD-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PROD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL SEQ-TEST-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-TEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEST-STATUS.
           SELECT OPTIONAL BAL-PROD-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-PROD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-PROD-STATUS.
           SELECT OPTIONAL BAL-TEST-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-TEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TBAL-CUST-ID
               FILE STATUS IS WS-TEST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARC-PARM-FILE.
           COPY "PARCPARM.cpy".

       FD  NMAN-CTL-FILE.
       01  NMAN-CTL-REG.
           05  NMAN-ARCHIVO PIC X(30).

       FD  PARC-REPORT.
       01  PARC-LINEA PIC X(132).

       FD  LIN-PROD-FILE.
       01  LIN-PROD-REG PIC X(300).

       FD  LIN-TEST-FILE.
       01  LIN-TEST-REG PIC X(300).

       FD  LED-PROD-FILE.
           COPY "VARSLOG.cpy".

       FD  LED-TEST-FILE.
           COPY "VARSLOG.cpy"
               REPLACING VARS-LOG-REG BY TLOG-REG
                         VARS-LOG-CUST-ID BY TLOG-CUST-ID
                         VARS-LOG-FECHA BY TLOG-FECHA
                         VARS-LOG-HORA BY TLOG-HORA
                         VARS-LOG-NUM1 BY TLOG-NUM1
                         VARS-LOG-NUM2 BY TLOG-NUM2
                         VARS-LOG-SUMA BY TLOG-SUMA
                         VARS-LOG-RESTA BY TLOG-RESTA
                         VARS-LOG-MULT BY TLOG-MULT
                         VARS-LOG-DIV-VALIDA BY TLOG-DIV-VALIDA
                         VARS-LOG-DIV BY TLOG-DIV
                         VARS-LOG-POSTED BY TLOG-POSTED
                         VARS-LOG-MONEDA BY TLOG-MONEDA
                         VARS-LOG-TASA BY TLOG-TASA
                         VARS-LOG-SUMA-ORIG BY TLOG-SUMA-ORIG
                         VARS-LOG-EVENTO BY TLOG-EVENTO
                         VARS-LOG-FECHA-VALOR BY TLOG-FECHA-VALOR
                         VARS-LOG-ORIG-FECHA BY TLOG-ORIG-FECHA
                         VARS-LOG-ORIG-SECUENCIA
                             BY TLOG-ORIG-SECUENCIA.

       FD  SEQ-PROD-FILE.
           COPY "SEQCTRL.cpy".

       FD  SEQ-TEST-FILE.
           COPY "SEQCTRL.cpy"
               REPLACING SEQ-CTRL-REG BY TSEQ-REG
                         SEQ-CTRL-NUMERO BY TSEQ-NUMERO
                         SEQ-CTRL-FECHA BY TSEQ-FECHA
                         SEQ-CTRL-SERIE BY TSEQ-SERIE.

       FD  BAL-PROD-FILE.
           COPY "CUSTBAL.cpy".

       FD  BAL-TEST-FILE.
           COPY "CUSTBAL.cpy"
               REPLACING CUST-BAL-REG BY TBAL-REG
                         BAL-CUST-ID BY TBAL-CUST-ID
                         BAL-SALDO BY TBAL-SALDO
                         BAL-MOVIMIENTOS BY TBAL-MOVIMIENTOS
                         BAL-FECHA-ULT BY TBAL-FECHA-ULT.

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-PARCPARM PIC X(30).
       01  WS-ARCH-NMANCTL PIC X(30).
       01  WS-ARCH-PARCOMP PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-NOMBRE-PROD PIC X(30).
       01  WS-NOMBRE-TEST PIC X(36).
       01  WS-PARM-STATUS PIC XX.
       01  WS-NMAN-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-PROD-STATUS PIC XX.
       01  WS-TEST-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-ABRE-PROD-STATUS PIC XX.
       01  WS-ABRE-TEST-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-COMPARA PIC 9(8).
       01  WS-ENTRADA-FECHA PIC X(8).
       01  WS-DETALLE-MAX PIC 99.

      *    Outputs to compare, as listed in NMANCTL.DAT.
       01  WS-ESPERADOS.
           05  WS-ESP-ENTRY OCCURS 30 PIC X(30).
       01  WS-ESP-TOTAL PIC 99 VALUE 0.
       01  WS-ESP-IDX PIC 99.
       01  WS-NOMBRE-CRUDO PIC X(30).
       01  WS-NOMBRE-FINAL PIC X(30).
       01  WS-POS PIC 99.
       01  WS-LARGO PIC 99.

      *    How the current file is read and compared: "L" a line file
      *    with a known layout, "T" free text (statement lines), "G"
      *    any other line file, "V" a VARSLOG generation, "S" a
      *    SEQCTRL generation, "B" the CUSTBAL balances (by CUST-ID).
       01  WS-TIPO PIC X.
       01  WS-FORMATO PIC X(8).
       01  WS-ETIQUETA-CLAVE PIC X(8).

      *    Field layout of the current file: name, position and
      *    length in the record image, and treatment -- space compare
      *    as is, "I" ignore, "P" personal (equal as is or once the
      *    production value is re-masked), "T" free text (each
      *    character equal as is or re-masked).
       01  WS-CAMPOS.
           05  WS-CMP OCCURS 30.
               10  WS-CMP-NOMBRE PIC X(20).
               10  WS-CMP-POS PIC 999.
               10  WS-CMP-LARGO PIC 999.
               10  WS-CMP-TRATO PIC X.
       01  WS-CMP-TOTAL PIC 99.
       01  WS-CMP-IDX PIC 99.
       01  WS-CMP-SIGUIENTE PIC 999.
       01  WS-NUEVO-NOMBRE PIC X(20).
       01  WS-NUEVO-LARGO PIC 999.
       01  WS-NUEVO-TRATO PIC X VALUE SPACE.

      *    One record of each side as compared: the line itself, or
      *    the packed record decoded into a display view.
       01  WS-IMAGEN-PROD PIC X(300).
       01  WS-IMAGEN-TEST PIC X(300).
       01  WS-CLAVE-PROD PIC 9(9).
       01  WS-CLAVE-TEST PIC 9(9).
       01  WS-FIN-PROD PIC X.
       01  WS-FIN-TEST PIC X.
       01  WS-FALTA-PROD PIC X.
       01  WS-FALTA-TEST PIC X.
       01  WS-LEIDOS-PROD PIC 9(7).
       01  WS-LEIDOS-TEST PIC 9(7).
       01  WS-DIFERENCIAS PIC 9(7).
       01  WS-DETALLADOS PIC 99.
       01  WS-REG-DIFIERE PIC X.
       01  WS-DETALLA-REG PIC X.
       01  WS-CAMPO-DIFIERE PIC X.
       01  WS-CAMPO-POS PIC 999.
       01  WS-CAMPO-LARGO PIC 999.
       01  WS-CAR PIC 999.
       01  WS-MASCARA-OBRA PIC X(40).
       01  WS-MASCARA-LARGO PIC 99.
       01  WS-ESTADO PIC X(30).
       01  WS-EDIT-CLAVE PIC Z(8)9.
       01  WS-EDIT-CUENTA PIC Z(6)9.

      *    Display views of the packed records.
       01  WS-VISTA-LEDGER.
           05  WS-VL-CLIENTE PIC 9(6).
           05  WS-VL-FECHA PIC 9(8).
           05  WS-VL-HORA PIC 9(8).
           05  WS-VL-NUM1 PIC -9(6).99.
           05  WS-VL-NUM2 PIC -9(6).99.
           05  WS-VL-SUMA PIC -9(7).99.
           05  WS-VL-RESTA PIC -9(7).99.
           05  WS-VL-MULT PIC -9(12).99.
           05  WS-VL-DIV-VALIDA PIC X.
           05  WS-VL-DIV PIC -9(6).99.
           05  WS-VL-POSTED PIC X.
           05  WS-VL-MONEDA PIC X(3).
           05  WS-VL-TASA PIC 9(3).9(6).
           05  WS-VL-SUMA-ORIG PIC -9(9).99.
           05  WS-VL-EVENTO PIC X(9).
           05  WS-VL-FECHA-VALOR PIC 9(8).
           05  WS-VL-ORIG-FECHA PIC 9(8).
           05  WS-VL-ORIG-SECUENCIA PIC 9(5).
       01  WS-VISTA-SEQCTRL.
           05  WS-VS-NUMERO PIC 9(5).
           05  WS-VS-FECHA PIC 9(8).
           05  WS-VS-SERIE PIC X(8).
       01  WS-VISTA-SALDO.
           05  WS-VB-CLIENTE PIC 9(6).
           05  WS-VB-SALDO PIC -9(11).99.
           05  WS-VB-MOVIMIENTOS PIC 9(7).
           05  WS-VB-FECHA-ULT PIC 9(8).

      *    Summary per file, printed at the end of the report.
       01  WS-RESUMEN.
           05  WS-RES OCCURS 30.
               10  WS-RES-NOMBRE PIC X(30).
               10  WS-RES-LEIDOS-PROD PIC 9(7).
               10  WS-RES-LEIDOS-TEST PIC 9(7).
               10  WS-RES-ESTADO PIC X(30).
       01  WS-RES-TOTAL PIC 99 VALUE 0.
       01  WS-RES-IDX PIC 99.
       01  WS-ARCH-IDENTICOS PIC 99 VALUE 0.
       01  WS-ARCH-DIFERENTES PIC 99 VALUE 0.
       01  WS-ARCH-AUSENTES PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           IF WS-AMBIENTE = "TEST"
             DISPLAY "*** EL ENTORNO ESTA EN MODO TEST: LA"
                 " COMPARACION SE EJECUTA DESDE PRODUCCION. ***"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           PERFORM LEE-PARAMETROS.
           PERFORM CARGA-LISTA-ESPERADA.
           OPEN OUTPUT PARC-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR PARCOMP.DAT (STATUS "
                 WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "=== COMPARACION PARALELA PROD/TEST, FECHA "
               WS-FECHA-COMPARA " ===".
           PERFORM IMPRIME-CABECERA.
           PERFORM VARYING WS-ESP-IDX FROM 1 BY 1
               UNTIL WS-ESP-IDX > WS-ESP-TOTAL
             MOVE WS-ESP-ENTRY(WS-ESP-IDX) TO WS-NOMBRE-CRUDO
             PERFORM RESUELVE-NOMBRE-ESPERADO
             PERFORM COMPARA-ARCHIVO
           END-PERFORM.
           PERFORM IMPRIME-RESUMEN.
           CLOSE PARC-REPORT.
           DISPLAY "ARCHIVOS IDENTICOS      : " WS-ARCH-IDENTICOS.
           DISPLAY "ARCHIVOS CON DIFERENCIAS: " WS-ARCH-DIFERENTES.
           DISPLAY "AUSENTES EN AMBOS       : " WS-ARCH-AUSENTES.
           DISPLAY "INFORME EN PARCOMP.DAT".
           PERFORM GRABA-AUDITORIA.
           IF WS-ARCH-DIFERENTES > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           LEE-PARAMETROS.
             MOVE 0 TO WS-FECHA-COMPARA.
             MOVE 0 TO WS-DETALLE-MAX.
             OPEN INPUT PARC-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ PARC-PARM-FILE
                 NOT AT END
                   IF PARC-FECHA IS NUMERIC
                     MOVE PARC-FECHA TO WS-FECHA-COMPARA
                   END-IF
                   IF PARC-DETALLE IS NUMERIC
                     MOVE PARC-DETALLE TO WS-DETALLE-MAX
                   END-IF
               END-READ
               CLOSE PARC-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE PARC-PARM-FILE
               END-IF
               DISPLAY "FECHA DE NEGOCIO A COMPARAR (AAAAMMDD; INTRO ="
                   " " WS-FECHA-NEGOCIO "): "
               MOVE SPACES TO WS-ENTRADA-FECHA
               ACCEPT WS-ENTRADA-FECHA
               IF WS-ENTRADA-FECHA NOT = SPACES
                 IF WS-ENTRADA-FECHA IS NUMERIC
                   MOVE WS-ENTRADA-FECHA TO WS-FECHA-COMPARA
                 ELSE
                   DISPLAY "*** FECHA INVALIDA: " WS-ENTRADA-FECHA
                       " ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
               END-IF
             END-IF.
             IF WS-FECHA-COMPARA = 0
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-COMPARA
             END-IF.
             IF WS-DETALLE-MAX = 0
               MOVE 5 TO WS-DETALLE-MAX
             END-IF.

      *    The same list the night manifest checks, so whatever the
      *    night is expected to produce is what a release is proven
      *    on; the built-in list covers a shop without NMANCTL.DAT.
           CARGA-LISTA-ESPERADA.
             OPEN INPUT NMAN-CTL-FILE.
             IF WS-NMAN-STATUS = "00"
               PERFORM UNTIL WS-NMAN-STATUS = "10"
                 READ NMAN-CTL-FILE
                   AT END
                     MOVE "10" TO WS-NMAN-STATUS
                   NOT AT END
                     IF WS-ESP-TOTAL < 30
                         AND NMAN-ARCHIVO NOT = SPACES
                       ADD 1 TO WS-ESP-TOTAL
                       MOVE NMAN-ARCHIVO
                           TO WS-ESP-ENTRY(WS-ESP-TOTAL)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE NMAN-CTL-FILE
             ELSE
               IF WS-NMAN-STATUS = "05"
                 CLOSE NMAN-CTL-FILE
               END-IF
               PERFORM CARGA-LISTA-POR-DEFECTO
             END-IF.

           CARGA-LISTA-POR-DEFECTO.
             MOVE 8 TO WS-ESP-TOTAL.
             MOVE "BILLFEED.DAT" TO WS-ESP-ENTRY(1).
             MOVE "FEEFILE.DAT" TO WS-ESP-ENTRY(2).
             MOVE "GLFEED.DAT" TO WS-ESP-ENTRY(3).
             MOVE "HREXPORT.DAT" TO WS-ESP-ENTRY(4).
             MOVE "EXTRACTO.DAT" TO WS-ESP-ENTRY(5).
             MOVE "VARSLOG.G*.DAT" TO WS-ESP-ENTRY(6).
             MOVE "TABLA.G*.DAT" TO WS-ESP-ENTRY(7).
             MOVE "CUSTBAL.DAT" TO WS-ESP-ENTRY(8).

      *    An "*" in the control entry stands for the date compared.
      *    The production name is used as it stands and the TEST one
      *    built from it: the shop runs this in production mode.
           RESUELVE-NOMBRE-ESPERADO.
             PERFORM BUSCA-ASTERISCO.
             IF WS-POS = 0
               MOVE WS-NOMBRE-CRUDO TO WS-NOMBRE-FINAL
             ELSE
               MOVE SPACES TO WS-NOMBRE-FINAL
               IF WS-POS = 1
                 STRING WS-FECHA-COMPARA
                     WS-NOMBRE-CRUDO(WS-POS + 1:)
                     DELIMITED BY SIZE INTO WS-NOMBRE-FINAL
               ELSE
                 STRING WS-NOMBRE-CRUDO(1:WS-POS - 1)
                     WS-FECHA-COMPARA
                     WS-NOMBRE-CRUDO(WS-POS + 1:)
                     DELIMITED BY SIZE INTO WS-NOMBRE-FINAL
               END-IF
             END-IF.
             MOVE WS-NOMBRE-FINAL TO WS-NOMBRE-PROD.
             MOVE SPACES TO WS-NOMBRE-TEST.
             STRING "TEST." FUNCTION TRIM(WS-NOMBRE-FINAL)
                 DELIMITED BY SIZE INTO WS-NOMBRE-TEST.

           BUSCA-ASTERISCO.
             MOVE 0 TO WS-POS.
             PERFORM VARYING WS-LARGO FROM 1 BY 1
                 UNTIL WS-LARGO > 30 OR WS-POS NOT = 0
               IF WS-NOMBRE-CRUDO(WS-LARGO:1) = "*"
                 MOVE WS-LARGO TO WS-POS
               END-IF
             END-PERFORM.

      *    Both sides are read in step: the key is the record's
      *    position in the file, or the CUST-ID for the balances, so
      *    a record on one side only is reported as such instead of
      *    throwing every later record out of line.
           COMPARA-ARCHIVO.
             PERFORM CLASIFICA-ARCHIVO.
             MOVE 0 TO WS-LEIDOS-PROD.
             MOVE 0 TO WS-LEIDOS-TEST.
             MOVE 0 TO WS-DIFERENCIAS.
             MOVE 0 TO WS-DETALLADOS.
             MOVE "N" TO WS-FIN-PROD.
             MOVE "N" TO WS-FIN-TEST.
             MOVE "N" TO WS-FALTA-PROD.
             MOVE "N" TO WS-FALTA-TEST.
             PERFORM IMPRIME-CABECERA-ARCHIVO.
             PERFORM ABRE-PAR.
             IF WS-ABRE-PROD-STATUS NOT = "00"
               MOVE "Y" TO WS-FALTA-PROD
             END-IF.
             IF WS-ABRE-TEST-STATUS NOT = "00"
               MOVE "Y" TO WS-FALTA-TEST
             END-IF.
             IF WS-FALTA-PROD = "N" AND WS-FALTA-TEST = "N"
               PERFORM LEE-PROD
               PERFORM LEE-TEST
               PERFORM UNTIL WS-FIN-PROD = "Y" AND WS-FIN-TEST = "Y"
                 EVALUATE TRUE
                   WHEN WS-FIN-TEST = "Y"
                     PERFORM SOLO-EN-PROD
                     PERFORM LEE-PROD
                   WHEN WS-FIN-PROD = "Y"
                     PERFORM SOLO-EN-TEST
                     PERFORM LEE-TEST
                   WHEN WS-CLAVE-PROD < WS-CLAVE-TEST
                     PERFORM SOLO-EN-PROD
                     PERFORM LEE-PROD
                   WHEN WS-CLAVE-TEST < WS-CLAVE-PROD
                     PERFORM SOLO-EN-TEST
                     PERFORM LEE-TEST
                   WHEN OTHER
                     PERFORM COMPARA-REGISTRO
                     PERFORM LEE-PROD
                     PERFORM LEE-TEST
                 END-EVALUATE
               END-PERFORM
             END-IF.
             PERFORM CIERRA-PAR.
             PERFORM DETERMINA-ESTADO.
             PERFORM IMPRIME-PIE-ARCHIVO.
             IF WS-RES-TOTAL < 30
               ADD 1 TO WS-RES-TOTAL
               MOVE WS-NOMBRE-FINAL TO WS-RES-NOMBRE(WS-RES-TOTAL)
               MOVE WS-LEIDOS-PROD TO WS-RES-LEIDOS-PROD(WS-RES-TOTAL)
               MOVE WS-LEIDOS-TEST TO WS-RES-LEIDOS-TEST(WS-RES-TOTAL)
               MOVE WS-ESTADO TO WS-RES-ESTADO(WS-RES-TOTAL)
             END-IF.
             DISPLAY FUNCTION TRIM(WS-NOMBRE-FINAL) ": "
                 FUNCTION TRIM(WS-ESTADO).

      *    A file missing on both sides is not a difference (no
      *    statement run that night, say); missing on one side or
      *    unreadable is.
           DETERMINA-ESTADO.
             MOVE SPACES TO WS-ESTADO.
             EVALUATE TRUE
               WHEN WS-ABRE-PROD-STATUS = "05"
                   AND WS-ABRE-TEST-STATUS = "05"
                 MOVE "AUSENTE EN AMBOS" TO WS-ESTADO
                 ADD 1 TO WS-ARCH-AUSENTES
               WHEN WS-ABRE-PROD-STATUS NOT = "00"
                   AND WS-ABRE-PROD-STATUS NOT = "05"
                 STRING "ERROR DE APERTURA PROD (STATUS "
                     WS-ABRE-PROD-STATUS ")"
                     DELIMITED BY SIZE INTO WS-ESTADO
                 ADD 1 TO WS-ARCH-DIFERENTES
               WHEN WS-ABRE-TEST-STATUS NOT = "00"
                   AND WS-ABRE-TEST-STATUS NOT = "05"
                 STRING "ERROR DE APERTURA TEST (STATUS "
                     WS-ABRE-TEST-STATUS ")"
                     DELIMITED BY SIZE INTO WS-ESTADO
                 ADD 1 TO WS-ARCH-DIFERENTES
               WHEN WS-FALTA-PROD = "Y"
                 MOVE "FALTA EN PROD" TO WS-ESTADO
                 ADD 1 TO WS-ARCH-DIFERENTES
               WHEN WS-FALTA-TEST = "Y"
                 MOVE "FALTA EN TEST" TO WS-ESTADO
                 ADD 1 TO WS-ARCH-DIFERENTES
               WHEN WS-DIFERENCIAS = 0
                 MOVE "IDENTICO" TO WS-ESTADO
                 ADD 1 TO WS-ARCH-IDENTICOS
               WHEN OTHER
                 MOVE WS-DIFERENCIAS TO WS-EDIT-CUENTA
                 STRING FUNCTION TRIM(WS-EDIT-CUENTA) " DIFERENCIAS"
                     DELIMITED BY SIZE INTO WS-ESTADO
                 ADD 1 TO WS-ARCH-DIFERENTES
             END-EVALUATE.

      *    The layout is told from the name; anything not known is
      *    compared as plain lines, a hundred bytes to a field.
           CLASIFICA-ARCHIVO.
             MOVE 0 TO WS-CMP-TOTAL.
             MOVE 1 TO WS-CMP-SIGUIENTE.
             MOVE "REGISTRO" TO WS-ETIQUETA-CLAVE.
             EVALUATE TRUE
               WHEN WS-NOMBRE-FINAL(1:9) = "VARSLOG.G"
                 MOVE "V" TO WS-TIPO
                 MOVE "VARSLOG" TO WS-FORMATO
                 PERFORM CAMPOS-VARSLOG
               WHEN WS-NOMBRE-FINAL(1:9) = "SEQCTRL.G"
                 MOVE "S" TO WS-TIPO
                 MOVE "SEQCTRL" TO WS-FORMATO
                 PERFORM CAMPOS-SEQCTRL
               WHEN WS-NOMBRE-FINAL(1:7) = "TABLA.G"
                 MOVE "L" TO WS-TIPO
                 MOVE "TABLAREC" TO WS-FORMATO
                 PERFORM CAMPOS-TABLA
               WHEN WS-NOMBRE-FINAL = "CUSTBAL.DAT"
                 MOVE "B" TO WS-TIPO
                 MOVE "CUSTBAL" TO WS-FORMATO
                 MOVE "CLIENTE" TO WS-ETIQUETA-CLAVE
                 PERFORM CAMPOS-CUSTBAL
               WHEN WS-NOMBRE-FINAL = "BILLFEED.DAT"
                 MOVE "L" TO WS-TIPO
                 MOVE "BILLFEED" TO WS-FORMATO
                 PERFORM CAMPOS-BILLFEED
               WHEN WS-NOMBRE-FINAL = "FEEFILE.DAT"
                 MOVE "L" TO WS-TIPO
                 MOVE "FEEREC" TO WS-FORMATO
                 PERFORM CAMPOS-FEEFILE
               WHEN WS-NOMBRE-FINAL = "GLFEED.DAT"
                 MOVE "L" TO WS-TIPO
                 MOVE "GLFEED" TO WS-FORMATO
                 PERFORM CAMPOS-GLFEED
               WHEN WS-NOMBRE-FINAL = "HREXPORT.DAT"
                 MOVE "L" TO WS-TIPO
                 MOVE "HREXPORT" TO WS-FORMATO
                 PERFORM CAMPOS-HREXPORT
               WHEN WS-NOMBRE-FINAL = "EXTRACTO.DAT"
                 MOVE "T" TO WS-TIPO
                 MOVE "TEXTO" TO WS-FORMATO
                 MOVE "LINEA" TO WS-NUEVO-NOMBRE
                 MOVE 100 TO WS-NUEVO-LARGO
                 MOVE "T" TO WS-NUEVO-TRATO
                 PERFORM AGREGA-CAMPO
               WHEN OTHER
                 MOVE "G" TO WS-TIPO
                 MOVE "LINEAL" TO WS-FORMATO
                 MOVE "BYTES 1-100" TO WS-NUEVO-NOMBRE
                 MOVE 100 TO WS-NUEVO-LARGO
                 PERFORM AGREGA-CAMPO
                 MOVE "BYTES 101-200" TO WS-NUEVO-NOMBRE
                 MOVE 100 TO WS-NUEVO-LARGO
                 PERFORM AGREGA-CAMPO
                 MOVE "BYTES 201-300" TO WS-NUEVO-NOMBRE
                 MOVE 100 TO WS-NUEVO-LARGO
                 PERFORM AGREGA-CAMPO
             END-EVALUATE.

      *    Fields are added in record order; a blank name only skips
      *    bytes (the TABLA separators).
           AGREGA-CAMPO.
             IF WS-NUEVO-NOMBRE NOT = SPACES AND WS-CMP-TOTAL < 30
               ADD 1 TO WS-CMP-TOTAL
               MOVE WS-NUEVO-NOMBRE TO WS-CMP-NOMBRE(WS-CMP-TOTAL)
               MOVE WS-CMP-SIGUIENTE TO WS-CMP-POS(WS-CMP-TOTAL)
               MOVE WS-NUEVO-LARGO TO WS-CMP-LARGO(WS-CMP-TOTAL)
               MOVE WS-NUEVO-TRATO TO WS-CMP-TRATO(WS-CMP-TOTAL)
             END-IF.
             ADD WS-NUEVO-LARGO TO WS-CMP-SIGUIENTE.
             MOVE SPACE TO WS-NUEVO-TRATO.

      *    BILLFEED layout. The feed sequence is each environment's
      *    own counter (BILLSEQN.DAT), so it and the sequence an
      *    adjustment refers to are not compared.
           CAMPOS-BILLFEED.
             MOVE "BILL-TIPO" TO WS-NUEVO-NOMBRE.
             MOVE 9 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-CUST-ID" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-NOMBRE" TO WS-NUEVO-NOMBRE.
             MOVE 15 TO WS-NUEVO-LARGO.
             MOVE "P" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-APELLIDOS" TO WS-NUEVO-NOMBRE.
             MOVE 20 TO WS-NUEVO-LARGO.
             MOVE "P" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-LEDGER-PARES" TO WS-NUEVO-NOMBRE.
             MOVE 5 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-LEDGER-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-SECUENCIA" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             MOVE "I" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-REGISTROS" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-HASH-CUST" TO WS-NUEVO-NOMBRE.
             MOVE 12 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-CUOTA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-CUOTA-IMP" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-CUOTA-BRUTA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-SEGMENTO" TO WS-NUEVO-NOMBRE.
             MOVE 3 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-SEG-RET-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-SEG-COR-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-SEG-TST-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-SEC-ORIG" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             MOVE "I" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-AJUSTES" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-AJUSTE-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-MONEDA" TO WS-NUEVO-NOMBRE.
             MOVE 3 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-TASA" TO WS-NUEVO-NOMBRE.
             MOVE 9 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-MON-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BILL-MON-CUOTA-BRUTA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           CAMPOS-FEEFILE.
             MOVE "FEE-CUST-ID" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-BASE" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-TASA" TO WS-NUEVO-NOMBRE.
             MOVE 3 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-IMPORTE" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-IMPUESTO" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-BRUTO" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-TARIFA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-EXENTO" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "FEE-EXENCION" TO WS-NUEVO-NOMBRE.
             MOVE 5 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           CAMPOS-GLFEED.
             MOVE "GL-TIPO" TO WS-NUEVO-NOMBRE.
             MOVE 9 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-CUENTA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-DEBE-HAB" TO WS-NUEVO-NOMBRE.
             MOVE 1 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-IMPORTE" TO WS-NUEVO-NOMBRE.
             MOVE 13 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-EVENTO" TO WS-NUEVO-NOMBRE.
             MOVE 9 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-LINEAS" TO WS-NUEVO-NOMBRE.
             MOVE 5 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-TOT-DEBE" TO WS-NUEVO-NOMBRE.
             MOVE 13 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "GL-TOT-HABER" TO WS-NUEVO-NOMBRE.
             MOVE 13 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           CAMPOS-HREXPORT.
             MOVE "HR-EMPLEADO-ID" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "HR-NOMBRE" TO WS-NUEVO-NOMBRE.
             MOVE 15 TO WS-NUEVO-LARGO.
             MOVE "P" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "HR-APELLIDOS" TO WS-NUEVO-NOMBRE.
             MOVE 20 TO WS-NUEVO-LARGO.
             MOVE "P" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "HR-EDAD" TO WS-NUEVO-NOMBRE.
             MOVE 2 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "HR-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           CAMPOS-TABLA.
             MOVE "TABLA-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE SPACES TO WS-NUEVO-NOMBRE.
             MOVE 1 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "TABLA-NUMERO" TO WS-NUEVO-NOMBRE.
             MOVE 2 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE SPACES TO WS-NUEVO-NOMBRE.
             MOVE 3 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "TABLA-MULTIPLICADOR" TO WS-NUEVO-NOMBRE.
             MOVE 5 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE SPACES TO WS-NUEVO-NOMBRE.
             MOVE 3 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "TABLA-RESULTADO" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

      *    VARSLOG, decoded into WS-VISTA-LEDGER. The time of day
      *    is when the calculation was keyed, which no rerun repeats.
           CAMPOS-VARSLOG.
             MOVE "VARS-LOG-CUST-ID" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-HORA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             MOVE "I" TO WS-NUEVO-TRATO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-NUM1" TO WS-NUEVO-NOMBRE.
             MOVE 10 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-NUM2" TO WS-NUEVO-NOMBRE.
             MOVE 10 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-SUMA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-RESTA" TO WS-NUEVO-NOMBRE.
             MOVE 11 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-MULT" TO WS-NUEVO-NOMBRE.
             MOVE 16 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-DIV-VALIDA" TO WS-NUEVO-NOMBRE.
             MOVE 1 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-DIV" TO WS-NUEVO-NOMBRE.
             MOVE 10 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-POSTED" TO WS-NUEVO-NOMBRE.
             MOVE 1 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-MONEDA" TO WS-NUEVO-NOMBRE.
             MOVE 3 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-TASA" TO WS-NUEVO-NOMBRE.
             MOVE 10 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-SUMA-ORIG" TO WS-NUEVO-NOMBRE.
             MOVE 13 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-EVENTO" TO WS-NUEVO-NOMBRE.
             MOVE 9 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-FECHA-VALOR" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-ORIG-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "VARS-LOG-ORIG-SEC" TO WS-NUEVO-NOMBRE.
             MOVE 5 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           CAMPOS-SEQCTRL.
             MOVE "SEQ-CTRL-NUMERO" TO WS-NUEVO-NOMBRE.
             MOVE 5 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "SEQ-CTRL-FECHA" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "SEQ-CTRL-SERIE" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           CAMPOS-CUSTBAL.
             MOVE "BAL-CUST-ID" TO WS-NUEVO-NOMBRE.
             MOVE 6 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BAL-SALDO" TO WS-NUEVO-NOMBRE.
             MOVE 15 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BAL-MOVIMIENTOS" TO WS-NUEVO-NOMBRE.
             MOVE 7 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.
             MOVE "BAL-FECHA-ULT" TO WS-NUEVO-NOMBRE.
             MOVE 8 TO WS-NUEVO-LARGO.
             PERFORM AGREGA-CAMPO.

           ABRE-PAR.
             EVALUATE WS-TIPO
               WHEN "V"
                 OPEN INPUT LED-PROD-FILE
                 MOVE WS-PROD-STATUS TO WS-ABRE-PROD-STATUS
                 OPEN INPUT LED-TEST-FILE
                 MOVE WS-TEST-STATUS TO WS-ABRE-TEST-STATUS
               WHEN "S"
                 OPEN INPUT SEQ-PROD-FILE
                 MOVE WS-PROD-STATUS TO WS-ABRE-PROD-STATUS
                 OPEN INPUT SEQ-TEST-FILE
                 MOVE WS-TEST-STATUS TO WS-ABRE-TEST-STATUS
               WHEN "B"
                 OPEN INPUT BAL-PROD-FILE
                 MOVE WS-PROD-STATUS TO WS-ABRE-PROD-STATUS
                 OPEN INPUT BAL-TEST-FILE
                 MOVE WS-TEST-STATUS TO WS-ABRE-TEST-STATUS
               WHEN OTHER
                 OPEN INPUT LIN-PROD-FILE
                 MOVE WS-PROD-STATUS TO WS-ABRE-PROD-STATUS
                 OPEN INPUT LIN-TEST-FILE
                 MOVE WS-TEST-STATUS TO WS-ABRE-TEST-STATUS
             END-EVALUATE.

           CIERRA-PAR.
             IF WS-ABRE-PROD-STATUS = "00" OR WS-ABRE-PROD-STATUS = "05"
               EVALUATE WS-TIPO
                 WHEN "V"
                   CLOSE LED-PROD-FILE
                 WHEN "S"
                   CLOSE SEQ-PROD-FILE
                 WHEN "B"
                   CLOSE BAL-PROD-FILE
                 WHEN OTHER
                   CLOSE LIN-PROD-FILE
               END-EVALUATE
             END-IF.
             IF WS-ABRE-TEST-STATUS = "00" OR WS-ABRE-TEST-STATUS = "05"
               EVALUATE WS-TIPO
                 WHEN "V"
                   CLOSE LED-TEST-FILE
                 WHEN "S"
                   CLOSE SEQ-TEST-FILE
                 WHEN "B"
                   CLOSE BAL-TEST-FILE
                 WHEN OTHER
                   CLOSE LIN-TEST-FILE
               END-EVALUATE
             END-IF.

           LEE-PROD.
             IF WS-FIN-PROD = "N"
               MOVE SPACES TO WS-IMAGEN-PROD
               EVALUATE WS-TIPO
                 WHEN "V"
                   READ LED-PROD-FILE
                     AT END
                       MOVE "Y" TO WS-FIN-PROD
                     NOT AT END
                       PERFORM VISTA-LEDGER-PROD
                   END-READ
                 WHEN "S"
                   READ SEQ-PROD-FILE
                     AT END
                       MOVE "Y" TO WS-FIN-PROD
                     NOT AT END
                       MOVE SEQ-CTRL-NUMERO TO WS-VS-NUMERO
                       MOVE SEQ-CTRL-FECHA TO WS-VS-FECHA
                       MOVE SEQ-CTRL-SERIE TO WS-VS-SERIE
                       MOVE WS-VISTA-SEQCTRL TO WS-IMAGEN-PROD
                   END-READ
                 WHEN "B"
                   READ BAL-PROD-FILE NEXT RECORD
                     AT END
                       MOVE "Y" TO WS-FIN-PROD
                     NOT AT END
                       MOVE BAL-CUST-ID TO WS-VB-CLIENTE
                       MOVE BAL-SALDO TO WS-VB-SALDO
                       MOVE BAL-MOVIMIENTOS TO WS-VB-MOVIMIENTOS
                       MOVE BAL-FECHA-ULT TO WS-VB-FECHA-ULT
                       MOVE WS-VISTA-SALDO TO WS-IMAGEN-PROD
                   END-READ
                 WHEN OTHER
                   READ LIN-PROD-FILE
                     AT END
                       MOVE "Y" TO WS-FIN-PROD
                     NOT AT END
                       MOVE LIN-PROD-REG TO WS-IMAGEN-PROD
                   END-READ
               END-EVALUATE
               IF WS-FIN-PROD = "N"
                 ADD 1 TO WS-LEIDOS-PROD
                 IF WS-TIPO = "B"
                   MOVE BAL-CUST-ID TO WS-CLAVE-PROD
                 ELSE
                   MOVE WS-LEIDOS-PROD TO WS-CLAVE-PROD
                 END-IF
               END-IF
             END-IF.

           LEE-TEST.
             IF WS-FIN-TEST = "N"
               MOVE SPACES TO WS-IMAGEN-TEST
               EVALUATE WS-TIPO
                 WHEN "V"
                   READ LED-TEST-FILE
                     AT END
                       MOVE "Y" TO WS-FIN-TEST
                     NOT AT END
                       PERFORM VISTA-LEDGER-TEST
                   END-READ
                 WHEN "S"
                   READ SEQ-TEST-FILE
                     AT END
                       MOVE "Y" TO WS-FIN-TEST
                     NOT AT END
                       MOVE TSEQ-NUMERO TO WS-VS-NUMERO
                       MOVE TSEQ-FECHA TO WS-VS-FECHA
                       MOVE TSEQ-SERIE TO WS-VS-SERIE
                       MOVE WS-VISTA-SEQCTRL TO WS-IMAGEN-TEST
                   END-READ
                 WHEN "B"
                   READ BAL-TEST-FILE NEXT RECORD
                     AT END
                       MOVE "Y" TO WS-FIN-TEST
                     NOT AT END
                       MOVE TBAL-CUST-ID TO WS-VB-CLIENTE
                       MOVE TBAL-SALDO TO WS-VB-SALDO
                       MOVE TBAL-MOVIMIENTOS TO WS-VB-MOVIMIENTOS
                       MOVE TBAL-FECHA-ULT TO WS-VB-FECHA-ULT
                       MOVE WS-VISTA-SALDO TO WS-IMAGEN-TEST
                   END-READ
                 WHEN OTHER
                   READ LIN-TEST-FILE
                     AT END
                       MOVE "Y" TO WS-FIN-TEST
                     NOT AT END
                       MOVE LIN-TEST-REG TO WS-IMAGEN-TEST
                   END-READ
               END-EVALUATE
               IF WS-FIN-TEST = "N"
                 ADD 1 TO WS-LEIDOS-TEST
                 IF WS-TIPO = "B"
                   MOVE TBAL-CUST-ID TO WS-CLAVE-TEST
                 ELSE
                   MOVE WS-LEIDOS-TEST TO WS-CLAVE-TEST
                 END-IF
               END-IF
             END-IF.

           VISTA-LEDGER-PROD.
             MOVE VARS-LOG-CUST-ID TO WS-VL-CLIENTE.
             MOVE VARS-LOG-FECHA TO WS-VL-FECHA.
             MOVE VARS-LOG-HORA TO WS-VL-HORA.
             MOVE VARS-LOG-NUM1 TO WS-VL-NUM1.
             MOVE VARS-LOG-NUM2 TO WS-VL-NUM2.
             MOVE VARS-LOG-SUMA TO WS-VL-SUMA.
             MOVE VARS-LOG-RESTA TO WS-VL-RESTA.
             MOVE VARS-LOG-MULT TO WS-VL-MULT.
             MOVE VARS-LOG-DIV-VALIDA TO WS-VL-DIV-VALIDA.
             MOVE VARS-LOG-DIV TO WS-VL-DIV.
             MOVE VARS-LOG-POSTED TO WS-VL-POSTED.
             MOVE VARS-LOG-MONEDA TO WS-VL-MONEDA.
             MOVE VARS-LOG-TASA TO WS-VL-TASA.
             MOVE VARS-LOG-SUMA-ORIG TO WS-VL-SUMA-ORIG.
             MOVE VARS-LOG-EVENTO TO WS-VL-EVENTO.
             MOVE VARS-LOG-FECHA-VALOR TO WS-VL-FECHA-VALOR.
             MOVE VARS-LOG-ORIG-FECHA TO WS-VL-ORIG-FECHA.
             MOVE VARS-LOG-ORIG-SECUENCIA TO WS-VL-ORIG-SECUENCIA.
             MOVE WS-VISTA-LEDGER TO WS-IMAGEN-PROD.

           VISTA-LEDGER-TEST.
             MOVE TLOG-CUST-ID TO WS-VL-CLIENTE.
             MOVE TLOG-FECHA TO WS-VL-FECHA.
             MOVE TLOG-HORA TO WS-VL-HORA.
             MOVE TLOG-NUM1 TO WS-VL-NUM1.
             MOVE TLOG-NUM2 TO WS-VL-NUM2.
             MOVE TLOG-SUMA TO WS-VL-SUMA.
             MOVE TLOG-RESTA TO WS-VL-RESTA.
             MOVE TLOG-MULT TO WS-VL-MULT.
             MOVE TLOG-DIV-VALIDA TO WS-VL-DIV-VALIDA.
             MOVE TLOG-DIV TO WS-VL-DIV.
             MOVE TLOG-POSTED TO WS-VL-POSTED.
             MOVE TLOG-MONEDA TO WS-VL-MONEDA.
             MOVE TLOG-TASA TO WS-VL-TASA.
             MOVE TLOG-SUMA-ORIG TO WS-VL-SUMA-ORIG.
             MOVE TLOG-EVENTO TO WS-VL-EVENTO.
             MOVE TLOG-FECHA-VALOR TO WS-VL-FECHA-VALOR.
             MOVE TLOG-ORIG-FECHA TO WS-VL-ORIG-FECHA.
             MOVE TLOG-ORIG-SECUENCIA TO WS-VL-ORIG-SECUENCIA.
             MOVE WS-VISTA-LEDGER TO WS-IMAGEN-TEST.

      *    A record differs when any compared field differs; only the
      *    first records that do are listed, field by field.
           COMPARA-REGISTRO.
             MOVE "N" TO WS-REG-DIFIERE.
             MOVE "N" TO WS-DETALLA-REG.
             IF WS-IMAGEN-PROD NOT = WS-IMAGEN-TEST
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-TOTAL
                 PERFORM COMPARA-CAMPO
                 IF WS-CAMPO-DIFIERE = "Y"
                   IF WS-REG-DIFIERE = "N"
                     MOVE "Y" TO WS-REG-DIFIERE
                     ADD 1 TO WS-DIFERENCIAS
                     IF WS-DETALLADOS < WS-DETALLE-MAX
                       ADD 1 TO WS-DETALLADOS
                       MOVE "Y" TO WS-DETALLA-REG
                       MOVE WS-CLAVE-PROD TO WS-EDIT-CLAVE
                       MOVE SPACES TO PARC-LINEA
                       STRING "  " WS-ETIQUETA-CLAVE " "
                           FUNCTION TRIM(WS-EDIT-CLAVE) ":"
                           DELIMITED BY SIZE INTO PARC-LINEA
                       WRITE PARC-LINEA
                     END-IF
                   END-IF
                   IF WS-DETALLA-REG = "Y"
                     PERFORM IMPRIME-CAMPO
                   END-IF
                 END-IF
               END-PERFORM
             END-IF.

           COMPARA-CAMPO.
             MOVE "N" TO WS-CAMPO-DIFIERE.
             MOVE WS-CMP-POS(WS-CMP-IDX) TO WS-CAMPO-POS.
             MOVE WS-CMP-LARGO(WS-CMP-IDX) TO WS-CAMPO-LARGO.
             IF WS-CMP-TRATO(WS-CMP-IDX) NOT = "I"
               IF WS-IMAGEN-PROD(WS-CAMPO-POS:WS-CAMPO-LARGO)
                   NOT = WS-IMAGEN-TEST(WS-CAMPO-POS:WS-CAMPO-LARGO)
                 EVALUATE WS-CMP-TRATO(WS-CMP-IDX)
                   WHEN "P"
                     MOVE SPACES TO WS-MASCARA-OBRA
                     MOVE WS-IMAGEN-PROD(WS-CAMPO-POS:WS-CAMPO-LARGO)
                         TO WS-MASCARA-OBRA
                     MOVE WS-CAMPO-LARGO TO WS-MASCARA-LARGO
                     CALL "MASCARA" USING WS-MASCARA-OBRA
                         WS-MASCARA-LARGO
                     IF WS-MASCARA-OBRA(1:WS-CAMPO-LARGO)
                       NOT = WS-IMAGEN-TEST(WS-CAMPO-POS:WS-CAMPO-LARGO)
                       MOVE "Y" TO WS-CAMPO-DIFIERE
                     END-IF
                   WHEN "T"
                     PERFORM COMPARA-TEXTO
                   WHEN OTHER
                     MOVE "Y" TO WS-CAMPO-DIFIERE
                 END-EVALUATE
               END-IF
             END-IF.

      *    Statement text mixes fixed wording with names, addresses
      *    and phone numbers that TEST holds masked: each character
      *    passes when it is equal as is or equal once re-masked.
           COMPARA-TEXTO.
             MOVE 1 TO WS-MASCARA-LARGO.
             PERFORM VARYING WS-CAR FROM WS-CAMPO-POS BY 1
                 UNTIL WS-CAR > WS-CAMPO-POS + WS-CAMPO-LARGO - 1
                   OR WS-CAMPO-DIFIERE = "Y"
               IF WS-IMAGEN-PROD(WS-CAR:1)
                   NOT = WS-IMAGEN-TEST(WS-CAR:1)
                 MOVE WS-IMAGEN-PROD(WS-CAR:1) TO WS-MASCARA-OBRA
                 CALL "MASCARA" USING WS-MASCARA-OBRA WS-MASCARA-LARGO
                 IF WS-MASCARA-OBRA(1:1) NOT = WS-IMAGEN-TEST(WS-CAR:1)
                   MOVE "Y" TO WS-CAMPO-DIFIERE
                 END-IF
               END-IF
             END-PERFORM.

           IMPRIME-CAMPO.
             MOVE SPACES TO PARC-LINEA.
             STRING "    " WS-CMP-NOMBRE(WS-CMP-IDX) " PROD: "
                 WS-IMAGEN-PROD(WS-CAMPO-POS:WS-CAMPO-LARGO)
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             STRING "    " WS-CMP-NOMBRE(WS-CMP-IDX) " TEST: "
                 WS-IMAGEN-TEST(WS-CAMPO-POS:WS-CAMPO-LARGO)
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.

           SOLO-EN-PROD.
             ADD 1 TO WS-DIFERENCIAS.
             IF WS-DETALLADOS < WS-DETALLE-MAX
               ADD 1 TO WS-DETALLADOS
               MOVE WS-CLAVE-PROD TO WS-EDIT-CLAVE
               MOVE SPACES TO PARC-LINEA
               STRING "  " WS-ETIQUETA-CLAVE " "
                   FUNCTION TRIM(WS-EDIT-CLAVE) " SOLO EN PROD:"
                   DELIMITED BY SIZE INTO PARC-LINEA
               WRITE PARC-LINEA
               MOVE SPACES TO PARC-LINEA
               STRING "    " WS-IMAGEN-PROD(1:100)
                   DELIMITED BY SIZE INTO PARC-LINEA
               WRITE PARC-LINEA
             END-IF.

           SOLO-EN-TEST.
             ADD 1 TO WS-DIFERENCIAS.
             IF WS-DETALLADOS < WS-DETALLE-MAX
               ADD 1 TO WS-DETALLADOS
               MOVE WS-CLAVE-TEST TO WS-EDIT-CLAVE
               MOVE SPACES TO PARC-LINEA
               STRING "  " WS-ETIQUETA-CLAVE " "
                   FUNCTION TRIM(WS-EDIT-CLAVE) " SOLO EN TEST:"
                   DELIMITED BY SIZE INTO PARC-LINEA
               WRITE PARC-LINEA
               MOVE SPACES TO PARC-LINEA
               STRING "    " WS-IMAGEN-TEST(1:100)
                   DELIMITED BY SIZE INTO PARC-LINEA
               WRITE PARC-LINEA
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO PARC-LINEA.
             STRING "COMPARACION PARALELA PROD/TEST - FECHA DE NEGOCIO "
                 WS-FECHA-COMPARA DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             STRING "CAMPOS PERSONALES COMPARADOS CON EL VALOR DE"
                 " PRODUCCION REENMASCARADO; SECUENCIA DE FACTURACION"
                 " Y HORA DE VARS NO SE COMPARAN."
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             WRITE PARC-LINEA.

           IMPRIME-CABECERA-ARCHIVO.
             MOVE SPACES TO PARC-LINEA.
             STRING "ARCHIVO " FUNCTION TRIM(WS-NOMBRE-PROD)
                 " CONTRA " FUNCTION TRIM(WS-NOMBRE-TEST)
                 "  (FORMATO " FUNCTION TRIM(WS-FORMATO) ")"
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.

           IMPRIME-PIE-ARCHIVO.
             MOVE SPACES TO PARC-LINEA.
             STRING "  RESULTADO: " FUNCTION TRIM(WS-ESTADO)
                 " (REGISTROS PROD " WS-LEIDOS-PROD
                 ", TEST " WS-LEIDOS-TEST ")"
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             WRITE PARC-LINEA.

           IMPRIME-RESUMEN.
             MOVE SPACES TO PARC-LINEA.
             MOVE "RESUMEN POR ARCHIVO" TO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             STRING "ARCHIVO                         REG.PROD"
                 "  REG.TEST  RESULTADO"
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.
             PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                 UNTIL WS-RES-IDX > WS-RES-TOTAL
               MOVE SPACES TO PARC-LINEA
               STRING WS-RES-NOMBRE(WS-RES-IDX) "  "
                   WS-RES-LEIDOS-PROD(WS-RES-IDX) "   "
                   WS-RES-LEIDOS-TEST(WS-RES-IDX) "   "
                   WS-RES-ESTADO(WS-RES-IDX)
                   DELIMITED BY SIZE INTO PARC-LINEA
               WRITE PARC-LINEA
             END-PERFORM.
             MOVE SPACES TO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             STRING "ARCHIVOS: " WS-ESP-TOTAL
                 "  IDENTICOS: " WS-ARCH-IDENTICOS
                 "  CON DIFERENCIAS: " WS-ARCH-DIFERENTES
                 "  AUSENTES EN AMBOS: " WS-ARCH-AUSENTES
                 DELIMITED BY SIZE INTO PARC-LINEA.
             WRITE PARC-LINEA.
             MOVE SPACES TO PARC-LINEA.
             IF WS-ARCH-DIFERENTES = 0
               MOVE "SIN DIFERENCIAS: LA VERSION PUEDE APROBARSE."
                   TO PARC-LINEA
             ELSE
               MOVE "*** HAY DIFERENCIAS: REVISAR ANTES DE APROBAR. ***"
                   TO PARC-LINEA
             END-IF.
             WRITE PARC-LINEA.

           GRABA-AUDITORIA.
             MOVE "PARCOMP" TO AUDIT-PROGRAMA.
             MOVE "COMPA" TO AUDIT-EVENTO.
             MOVE SPACES TO AUDIT-DETALLE.
             STRING "FECHA " WS-FECHA-COMPARA " ARCHIVOS " WS-ESP-TOTAL
                 " DIFERENTES " WS-ARCH-DIFERENTES
                 DELIMITED BY SIZE INTO AUDIT-DETALLE.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             MOVE 0 TO AUDIT-RUN-ID.
             MOVE WS-FECHA-NEGOCIO TO AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

           RESUELVE-ARCHIVOS.
             MOVE "PARCPARM.DAT" TO WS-ARCH-PARCPARM.
             CALL "ENVNAME" USING WS-ARCH-PARCPARM WS-AMBIENTE.
             MOVE "NMANCTL.DAT" TO WS-ARCH-NMANCTL.
             CALL "ENVNAME" USING WS-ARCH-NMANCTL WS-AMBIENTE.
             MOVE "PARCOMP.DAT" TO WS-ARCH-PARCOMP.
             CALL "ENVNAME" USING WS-ARCH-PARCOMP WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM PARCOMP.
