      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly report of the fee income given up through
      *          waivers and promotional discounts: every fee of the
      *          month in FEEHIST.DAT raised under a waiver
      *          (FEE-EXENCION, set by FEECALC and STNDRUN through
      *          EXENCALC) is added up per waiver of EXENCION.DAT --
      *          who or what it covers, its terms, reason and the
      *          account manager who promised it -- with the fees
      *          touched, the fee before the waiver and the amount
      *          waived; then the amount waived per account manager
      *          and for the month. The month is read from
      *          EXENRPARM.DAT as YYYYMM; without it the month before
      *          the business date is reported, which is how NIGHTRUN
      *          runs it on the first business day. Report written to
      *          EXENRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXENRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXEN-RPT-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-EXENRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL EXENCION-FILE ASSIGN TO DYNAMIC
               WS-ARCH-EXENCION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEN-STATUS.
           SELECT OPTIONAL FEE-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FHIS-STATUS.
           SELECT EXEN-REPORT ASSIGN TO DYNAMIC WS-ARCH-EXENRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *One record: the month to report, YYYYMM.
       FD  EXEN-RPT-PARM-FILE.
       01  EXEN-RPT-PARM-REG.
           05  EXEN-RPT-PARM-ANO PIC 9(4).
           05  EXEN-RPT-PARM-MES PIC 99.

       FD  EXENCION-FILE.
           COPY "EXENCION.cpy".

       FD  FEE-HIST-FILE.
           COPY "FEEREC.cpy".

       FD  EXEN-REPORT.
       01  EXEN-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-EXENRPARM PIC X(30).
       01  WS-ARCH-EXENCION PIC X(30).
       01  WS-ARCH-FEEHIST PIC X(30).
       01  WS-ARCH-EXENRPT PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-EXEN-STATUS PIC XX.
       01  WS-FHIS-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-ANO PIC 9(4).
           05  WS-FN-MES PIC 99.
           05  WS-FN-DIA PIC 99.
       01  WS-ANO PIC 9(4) VALUE 0.
       01  WS-MES PIC 99 VALUE 0.
       01  WS-ANOMES PIC 9(6).
      *    One row per waiver of the register, and a last one for
      *    fees whose waiver is no longer in it.
       01  WS-EXENCIONES.
           05  WS-EX-ENTRY OCCURS 501.
               10  WS-EX-NUMERO PIC 9(5).
               10  WS-EX-ALCANCE PIC X(14).
               10  WS-EX-VALOR PIC X(12).
               10  WS-EX-MOTIVO PIC X(9).
               10  WS-EX-GESTOR PIC X(10).
               10  WS-EX-CUOTAS PIC 9(5).
               10  WS-EX-TARIFA PIC S9(11)V99.
               10  WS-EX-EXENTO PIC S9(11)V99.
       01  WS-EX-TOTAL PIC 999 VALUE 0.
       01  WS-EX-IDX PIC 999.
       01  WS-EX-HALLADA PIC 999.
       01  WS-GESTORES.
           05  WS-GE-ENTRY OCCURS 200.
               10  WS-GE-GESTOR PIC X(10).
               10  WS-GE-EXENCIONES PIC 999.
               10  WS-GE-CUOTAS PIC 9(5).
               10  WS-GE-EXENTO PIC S9(11)V99.
       01  WS-GE-TOTAL PIC 999 VALUE 0.
       01  WS-GE-IDX PIC 999.
       01  WS-GE-HALLADO PIC X.
       01  WS-MES-CUOTAS PIC 9(5) VALUE 0.
       01  WS-MES-TARIFA PIC S9(11)V99 VALUE 0.
       01  WS-MES-EXENTO PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-PORCENTAJE PIC ZZ9.99.
       01  WS-EDIT-VALOR PIC Z(6)9.99.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-TARIFA PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM CARGA-PARAMETROS.
           OPEN OUTPUT EXEN-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR EXENRPT.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CARGA-EXENCIONES.
           PERFORM ACUMULA-CUOTAS.
           PERFORM IMPRIME-CABECERA.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-TOTAL
             IF WS-EX-CUOTAS(WS-EX-IDX) > 0
               PERFORM IMPRIME-EXENCION
             END-IF
           END-PERFORM.
           IF WS-EX-CUOTAS(501) > 0
             MOVE 501 TO WS-EX-IDX
             PERFORM IMPRIME-EXENCION
           END-IF.
           PERFORM IMPRIME-GESTORES.
           PERFORM IMPRIME-TOTALES.
           CLOSE EXEN-REPORT.
           STOP RUN.

      *    Without a parameter the month before the one the business
      *    date falls in.
           CARGA-PARAMETROS.
             OPEN INPUT EXEN-RPT-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ EXEN-RPT-PARM-FILE
                 NOT AT END
                   IF EXEN-RPT-PARM-ANO IS NUMERIC
                       AND EXEN-RPT-PARM-MES IS NUMERIC
                       AND EXEN-RPT-PARM-MES > 0
                       AND EXEN-RPT-PARM-MES < 13
                     MOVE EXEN-RPT-PARM-ANO TO WS-ANO
                     MOVE EXEN-RPT-PARM-MES TO WS-MES
                   END-IF
               END-READ
               CLOSE EXEN-RPT-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE EXEN-RPT-PARM-FILE
               END-IF
             END-IF.
             IF WS-MES = 0
               CALL "BUSDATE" USING WS-FECHA-NEGOCIO
               MOVE WS-FN-ANO TO WS-ANO
               COMPUTE WS-MES = WS-FN-MES - 1
               IF WS-MES = 0
                 MOVE 12 TO WS-MES
                 SUBTRACT 1 FROM WS-ANO
               END-IF
             END-IF.
             COMPUTE WS-ANOMES = WS-ANO * 100 + WS-MES.

      *    Cancelled waivers are loaded too: their fees of the month
      *    were given up all the same.
           CARGA-EXENCIONES.
             OPEN INPUT EXENCION-FILE.
             IF WS-EXEN-STATUS = "00"
               PERFORM UNTIL WS-EXEN-STATUS = "10"
                 READ EXENCION-FILE
                   AT END
                     MOVE "10" TO WS-EXEN-STATUS
                   NOT AT END
                     IF WS-EX-TOTAL < 500
                       ADD 1 TO WS-EX-TOTAL
                       MOVE WS-EX-TOTAL TO WS-EX-IDX
                       PERFORM ANOTA-EXENCION
                     ELSE
                       DISPLAY "*** AVISO: EXENCION " EXEN-NUMERO
                           " FUERA DE LA TABLA DE 500. ***"
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE EXENCION-FILE
             ELSE
               IF WS-EXEN-STATUS = "05"
                 CLOSE EXENCION-FILE
               END-IF
             END-IF.
             MOVE 0 TO WS-EX-NUMERO(501).
             MOVE "SIN REGISTRO" TO WS-EX-ALCANCE(501).
             MOVE SPACES TO WS-EX-VALOR(501).
             MOVE SPACES TO WS-EX-MOTIVO(501).
             MOVE "?" TO WS-EX-GESTOR(501).
             MOVE 0 TO WS-EX-CUOTAS(501).
             MOVE 0 TO WS-EX-TARIFA(501).
             MOVE 0 TO WS-EX-EXENTO(501).

           ANOTA-EXENCION.
             MOVE EXEN-NUMERO TO WS-EX-NUMERO(WS-EX-IDX).
             MOVE SPACES TO WS-EX-ALCANCE(WS-EX-IDX).
             IF EXEN-CUST-ID NOT = 0
               STRING "CLIENTE " EXEN-CUST-ID
                   DELIMITED BY SIZE INTO WS-EX-ALCANCE(WS-EX-IDX)
             ELSE
               STRING "SEGMENTO " EXEN-SEGMENTO
                   DELIMITED BY SIZE INTO WS-EX-ALCANCE(WS-EX-IDX)
             END-IF.
             MOVE SPACES TO WS-EX-VALOR(WS-EX-IDX).
             IF EXEN-TIPO = "P"
               MOVE EXEN-PORCENTAJE TO WS-EDIT-PORCENTAJE
               STRING FUNCTION TRIM(WS-EDIT-PORCENTAJE) "%"
                   DELIMITED BY SIZE INTO WS-EX-VALOR(WS-EX-IDX)
             ELSE
               MOVE EXEN-IMPORTE TO WS-EDIT-VALOR
               MOVE FUNCTION TRIM(WS-EDIT-VALOR)
                   TO WS-EX-VALOR(WS-EX-IDX)
             END-IF.
             MOVE EXEN-MOTIVO TO WS-EX-MOTIVO(WS-EX-IDX).
             MOVE EXEN-GESTOR TO WS-EX-GESTOR(WS-EX-IDX).
             MOVE 0 TO WS-EX-CUOTAS(WS-EX-IDX).
             MOVE 0 TO WS-EX-TARIFA(WS-EX-IDX).
             MOVE 0 TO WS-EX-EXENTO(WS-EX-IDX).

      *    Fees kept before the waivers existed carry spaces where
      *    the waiver goes: they were raised whole.
           ACUMULA-CUOTAS.
             OPEN INPUT FEE-HIST-FILE.
             IF WS-FHIS-STATUS = "00"
               PERFORM UNTIL WS-FHIS-STATUS = "10"
                 READ FEE-HIST-FILE
                   AT END
                     MOVE "10" TO WS-FHIS-STATUS
                   NOT AT END
                     IF FEE-FECHA(1:6) = WS-ANOMES
                         AND FEE-EXENCION IS NUMERIC
                         AND FEE-EXENTO IS NUMERIC
                         AND FEE-TARIFA IS NUMERIC
                       IF FEE-EXENCION NOT = 0
                         PERFORM ACUMULA-CUOTA
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FEE-HIST-FILE
             ELSE
               IF WS-FHIS-STATUS = "05"
                 CLOSE FEE-HIST-FILE
               END-IF
             END-IF.

           ACUMULA-CUOTA.
             MOVE 501 TO WS-EX-HALLADA.
             PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                 UNTIL WS-EX-IDX > WS-EX-TOTAL
                     OR WS-EX-HALLADA NOT = 501
               IF WS-EX-NUMERO(WS-EX-IDX) = FEE-EXENCION
                 MOVE WS-EX-IDX TO WS-EX-HALLADA
               END-IF
             END-PERFORM.
             ADD 1 TO WS-EX-CUOTAS(WS-EX-HALLADA).
             ADD FEE-TARIFA TO WS-EX-TARIFA(WS-EX-HALLADA).
             ADD FEE-EXENTO TO WS-EX-EXENTO(WS-EX-HALLADA).
             ADD 1 TO WS-MES-CUOTAS.
             ADD FEE-TARIFA TO WS-MES-TARIFA.
             ADD FEE-EXENTO TO WS-MES-EXENTO.

           IMPRIME-CABECERA.
             MOVE SPACES TO EXEN-LINEA.
             STRING "CUOTAS CEDIDAS POR EXENCIONES Y DESCUENTOS - MES "
                 WS-ANOMES
                 DELIMITED BY SIZE INTO EXEN-LINEA.
             WRITE EXEN-LINEA.
             MOVE SPACES TO EXEN-LINEA.
             STRING "EXEN  ALCANCE        CONDICION    MOTIVO    "
                 "GESTOR     CUOTAS   CUOTA SIN EXEN.        EXENTO"
                 DELIMITED BY SIZE INTO EXEN-LINEA.
             WRITE EXEN-LINEA.

           IMPRIME-EXENCION.
             MOVE WS-EX-TARIFA(WS-EX-IDX) TO WS-EDIT-TARIFA.
             MOVE WS-EX-EXENTO(WS-EX-IDX) TO WS-EDIT-IMPORTE.
             MOVE SPACES TO EXEN-LINEA.
             STRING WS-EX-NUMERO(WS-EX-IDX) " "
                 WS-EX-ALCANCE(WS-EX-IDX) " "
                 WS-EX-VALOR(WS-EX-IDX) " "
                 WS-EX-MOTIVO(WS-EX-IDX) " "
                 WS-EX-GESTOR(WS-EX-IDX) " "
                 WS-EX-CUOTAS(WS-EX-IDX) " "
                 WS-EDIT-TARIFA " " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO EXEN-LINEA.
             WRITE EXEN-LINEA.
             PERFORM ACUMULA-GESTOR.

           ACUMULA-GESTOR.
             MOVE "N" TO WS-GE-HALLADO.
             PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                 UNTIL WS-GE-IDX > WS-GE-TOTAL OR WS-GE-HALLADO = "Y"
               IF WS-GE-GESTOR(WS-GE-IDX) = WS-EX-GESTOR(WS-EX-IDX)
                 MOVE "Y" TO WS-GE-HALLADO
                 PERFORM SUMA-GESTOR
               END-IF
             END-PERFORM.
             IF WS-GE-HALLADO = "N"
               IF WS-GE-TOTAL < 200
                 ADD 1 TO WS-GE-TOTAL
                 MOVE WS-GE-TOTAL TO WS-GE-IDX
                 MOVE WS-EX-GESTOR(WS-EX-IDX)
                     TO WS-GE-GESTOR(WS-GE-IDX)
                 MOVE 0 TO WS-GE-EXENCIONES(WS-GE-IDX)
                 MOVE 0 TO WS-GE-CUOTAS(WS-GE-IDX)
                 MOVE 0 TO WS-GE-EXENTO(WS-GE-IDX)
                 PERFORM SUMA-GESTOR
               ELSE
                 DISPLAY "*** AVISO: MAS DE 200 GESTORES. ***"
               END-IF
             END-IF.

           SUMA-GESTOR.
             ADD 1 TO WS-GE-EXENCIONES(WS-GE-IDX).
             ADD WS-EX-CUOTAS(WS-EX-IDX) TO WS-GE-CUOTAS(WS-GE-IDX).
             ADD WS-EX-EXENTO(WS-EX-IDX) TO WS-GE-EXENTO(WS-GE-IDX).

           IMPRIME-GESTORES.
             MOVE SPACES TO EXEN-LINEA.
             WRITE EXEN-LINEA.
             MOVE "POR GESTOR DE CUENTA" TO EXEN-LINEA.
             WRITE EXEN-LINEA.
             PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                 UNTIL WS-GE-IDX > WS-GE-TOTAL
               MOVE WS-GE-EXENTO(WS-GE-IDX) TO WS-EDIT-IMPORTE
               MOVE SPACES TO EXEN-LINEA
               STRING "GESTOR " WS-GE-GESTOR(WS-GE-IDX)
                   ": EXENCIONES " WS-GE-EXENCIONES(WS-GE-IDX)
                   " CUOTAS " WS-GE-CUOTAS(WS-GE-IDX)
                   " EXENTO " WS-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO EXEN-LINEA
               WRITE EXEN-LINEA
             END-PERFORM.

           IMPRIME-TOTALES.
             MOVE SPACES TO EXEN-LINEA.
             WRITE EXEN-LINEA.
             MOVE WS-MES-TARIFA TO WS-EDIT-TARIFA.
             MOVE WS-MES-EXENTO TO WS-EDIT-IMPORTE.
             MOVE SPACES TO EXEN-LINEA.
             STRING "TOTAL MES " WS-ANOMES ": CUOTAS " WS-MES-CUOTAS
                 " SIN EXENCION " WS-EDIT-TARIFA
                 " EXENTO " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO EXEN-LINEA.
             WRITE EXEN-LINEA.
             DISPLAY EXEN-LINEA.

           RESUELVE-ARCHIVOS.
             MOVE "EXENRPARM.DAT" TO WS-ARCH-EXENRPARM.
             CALL "ENVNAME" USING WS-ARCH-EXENRPARM WS-AMBIENTE.
             MOVE "EXENCION.DAT" TO WS-ARCH-EXENCION.
             CALL "ENVNAME" USING WS-ARCH-EXENCION WS-AMBIENTE.
             MOVE "FEEHIST.DAT" TO WS-ARCH-FEEHIST.
             CALL "ENVNAME" USING WS-ARCH-FEEHIST WS-AMBIENTE.
             MOVE "EXENRPT.DAT" TO WS-ARCH-EXENRPT.
             CALL "ENVNAME" USING WS-ARCH-EXENRPT WS-AMBIENTE.

       END PROGRAM EXENRPT.
