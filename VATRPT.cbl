      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic VAT return. Reads every fee and standing
      *          charge raised in the period from FEEHIST.DAT (the
      *          FEEFILE.DAT records PROFACUM keeps each night) and
      *          totals the taxable base, the VAT and the gross per
      *          TAXRATE.DAT rate in force on the fee's date -- the
      *          same selection TAXCALC made when it was charged --
      *          so a rate change in mid-period shows as two lines
      *          with their own dates. Fees carrying no VAT are
      *          listed one by one. The totals are then proved three
      *          ways: the fee records, the FEEFILE/FEETAX claims
      *          FEECALC and STNDRUN wrote to CTLTOTAL.DAT for the
      *          same dates (checksums accumulated the way they
      *          accumulate them) and the CUOTA and IVA debit lines
      *          GLRECON kept in GLHIST.DAT. Any disagreement ends
      *          with RETURN-CODE 8. The period is read from
      *          VATPARM.DAT as two dates; without it the last
      *          complete quarter before the business date is
      *          reported. Report written to VATRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VAT-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VATPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL TAX-RATE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TAXRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT OPTIONAL FEE-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FEEHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT OPTIONAL CTL-TOTAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL GL-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-GLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLH-STATUS.
           SELECT VAT-REPORT ASSIGN TO DYNAMIC WS-ARCH-VATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *One record: the first and last date of the period.
       FD  VAT-PARM-FILE.
       01  VAT-PARM-REG.
           05  VAT-PARM-DESDE PIC 9(8).
           05  VAT-PARM-HASTA PIC 9(8).

       FD  TAX-RATE-FILE.
           COPY "TAXRATE.cpy".

       FD  FEE-HIST-FILE.
           COPY "FEEREC.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  GL-HIST-FILE.
           COPY "GLFEED.cpy".

       FD  VAT-REPORT.
       01  VAT-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-VATPARM PIC X(30).
       01  WS-ARCH-TAXRATE PIC X(30).
       01  WS-ARCH-FEEHIST PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-GLHIST PIC X(30).
       01  WS-ARCH-VATRPT PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-TAX-STATUS PIC XX.
       01  WS-FEE-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-GLH-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-ANO PIC 9(4).
           05  WS-FN-MES PIC 99.
           05  WS-FN-DIA PIC 99.
       01  WS-ANO PIC 9(4).
       01  WS-TRIMESTRE PIC 9.
       01  WS-MES-DESDE PIC 99.
       01  WS-FECHA-DESDE PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA PIC 9(8) VALUE 0.
      *    TAXRATE.DAT as loaded, in file order.
       01  WS-TASAS.
           05  WS-TAS-ENTRY OCCURS 50.
               10  WS-TAS-FECHA PIC 9(8).
               10  WS-TAS-TASA PIC 99V99.
       01  WS-TAS-TOTAL PIC 99 VALUE 0.
       01  WS-TAS-IDX PIC 99.
       01  WS-TAS-SEL PIC 99.
       01  WS-MEJOR-FECHA PIC 9(8).
      *    One line of the return per rate record met in the period;
      *    WS-TRA-TASA-IDX 0 gathers fees dated before any rate.
       01  WS-TRAMOS.
           05  WS-TRA-ENTRY OCCURS 51.
               10  WS-TRA-TASA-IDX PIC 99.
               10  WS-TRA-DESDE PIC 9(8).
               10  WS-TRA-HASTA PIC 9(8).
               10  WS-TRA-REGISTROS PIC 9(7).
               10  WS-TRA-BASE PIC S9(11)V99.
               10  WS-TRA-IVA PIC S9(11)V99.
               10  WS-TRA-BRUTO PIC S9(11)V99.
       01  WS-TRA-TOTAL PIC 99 VALUE 0.
       01  WS-TRA-IDX PIC 99.
       01  WS-TRA-HALLADO PIC X.
      *    The three sides of the proof. The checksums are S9(14) and
      *    accumulated with ADD, as FEECALC and STNDRUN build them.
       01  WS-FEE-REGISTROS PIC 9(7) VALUE 0.
       01  WS-FEE-BASE PIC S9(11)V99 VALUE 0.
       01  WS-FEE-IVA PIC S9(11)V99 VALUE 0.
       01  WS-FEE-BRUTO PIC S9(11)V99 VALUE 0.
       01  WS-FEE-CHK-NETO PIC S9(14) VALUE 0.
       01  WS-FEE-CHK-IVA PIC S9(14) VALUE 0.
       01  WS-CTL-REG-NETO PIC 9(7) VALUE 0.
       01  WS-CTL-REG-IVA PIC 9(7) VALUE 0.
       01  WS-CTL-CHK-NETO PIC S9(14) VALUE 0.
       01  WS-CTL-CHK-IVA PIC S9(14) VALUE 0.
       01  WS-CTL-CLAMAS PIC 9(5) VALUE 0.
       01  WS-GL-CUOTA PIC S9(11)V99 VALUE 0.
       01  WS-GL-IVA PIC S9(11)V99 VALUE 0.
       01  WS-GL-LINEAS PIC 9(7) VALUE 0.
       01  WS-DESCUADRES PIC 9 VALUE 0.
       01  WS-SIN-IVA PIC 9(7) VALUE 0.
       01  WS-SIN-TASA PIC 9(7) VALUE 0.
       01  WS-TIPO-CUOTA PIC X(11).
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-IMPORTE2 PIC -(10)9.99.
       01  WS-EDIT-IMPORTE3 PIC -(10)9.99.
       01  WS-EDIT-CHECKSUM PIC -(14)9.
       01  WS-EDIT-CHECKSUM2 PIC -(14)9.
       01  WS-EDIT-REGISTROS PIC Z(6)9.
       01  WS-EDIT-TASA PIC Z9.99.
       01  WS-HUBO-ERROR PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-TASAS.
           IF WS-HUBO-ERROR = "Y"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT VAT-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR VATRPT.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM ACUMULA-CUOTAS.
           PERFORM SUMA-CLAMAS.
           PERFORM SUMA-GL.
           PERFORM IMPRIME-CABECERA.
           PERFORM IMPRIME-TRAMOS.
           PERFORM IMPRIME-SIN-IVA.
           PERFORM IMPRIME-PRUEBA.
           CLOSE VAT-REPORT.
           DISPLAY "CUOTAS DEL PERIODO: " WS-FEE-REGISTROS
               " SIN IVA: " WS-SIN-IVA.
           IF WS-DESCUADRES > 0
             DISPLAY "*** DECLARACION DE IVA NO CUADRA CON CTLTOTAL"
                 " Y EL MAYOR. VEA VATRPT.DAT. ***"
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "DECLARACION DE IVA CUADRADA CON CTLTOTAL Y EL"
                 " MAYOR."
           END-IF.
           STOP RUN.

      *    Without a valid parameter the quarter before the one the
      *    business date falls in, as CASTRPT does.
           CARGA-PARAMETROS.
             OPEN INPUT VAT-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ VAT-PARM-FILE
                 NOT AT END
                   IF VAT-PARM-DESDE IS NUMERIC
                       AND VAT-PARM-HASTA IS NUMERIC
                       AND VAT-PARM-DESDE > 0
                       AND VAT-PARM-DESDE NOT > VAT-PARM-HASTA
                     MOVE VAT-PARM-DESDE TO WS-FECHA-DESDE
                     MOVE VAT-PARM-HASTA TO WS-FECHA-HASTA
                   END-IF
               END-READ
               CLOSE VAT-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE VAT-PARM-FILE
               END-IF
             END-IF.
             IF WS-FECHA-DESDE = 0
               CALL "BUSDATE" USING WS-FECHA-NEGOCIO
               MOVE WS-FN-ANO TO WS-ANO
               COMPUTE WS-TRIMESTRE = (WS-FN-MES - 1) / 3
               IF WS-TRIMESTRE = 0
                 MOVE 4 TO WS-TRIMESTRE
                 SUBTRACT 1 FROM WS-ANO
               END-IF
               COMPUTE WS-MES-DESDE = (WS-TRIMESTRE - 1) * 3 + 1
               COMPUTE WS-FECHA-DESDE =
                   WS-ANO * 10000 + WS-MES-DESDE * 100 + 1
               COMPUTE WS-FECHA-HASTA =
                   WS-ANO * 10000 + (WS-MES-DESDE + 2) * 100 + 31
             END-IF.

           CARGA-TASAS.
             OPEN INPUT TAX-RATE-FILE.
             IF WS-TAX-STATUS = "00"
               PERFORM UNTIL WS-TAX-STATUS = "10"
                 READ TAX-RATE-FILE
                   AT END
                     MOVE "10" TO WS-TAX-STATUS
                   NOT AT END
                     IF WS-TAS-TOTAL < 50
                       ADD 1 TO WS-TAS-TOTAL
                       MOVE TAX-FECHA-EFECTIVA
                           TO WS-TAS-FECHA(WS-TAS-TOTAL)
                       MOVE TAX-TASA TO WS-TAS-TASA(WS-TAS-TOTAL)
                     ELSE
                       IF WS-HUBO-ERROR = "N"
                         DISPLAY "*** ERROR: MAS DE 50 TASAS EN"
                             " TAXRATE.DAT. ***"
                       END-IF
                       MOVE "Y" TO WS-HUBO-ERROR
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
             ELSE
               IF WS-TAX-STATUS = "05"
                 CLOSE TAX-RATE-FILE
               END-IF
             END-IF.

           ACUMULA-CUOTAS.
             OPEN INPUT FEE-HIST-FILE.
             IF WS-FEE-STATUS = "00"
               PERFORM UNTIL WS-FEE-STATUS = "10"
                 READ FEE-HIST-FILE
                   AT END
                     MOVE "10" TO WS-FEE-STATUS
                   NOT AT END
                     IF FEE-FECHA NOT < WS-FECHA-DESDE
                         AND FEE-FECHA NOT > WS-FECHA-HASTA
                       PERFORM TRATA-CUOTA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE FEE-HIST-FILE
             ELSE
               IF WS-FEE-STATUS = "05"
                 CLOSE FEE-HIST-FILE
               END-IF
             END-IF.

           TRATA-CUOTA.
             ADD 1 TO WS-FEE-REGISTROS.
             ADD FEE-IMPORTE TO WS-FEE-BASE.
             ADD FEE-IMPUESTO TO WS-FEE-IVA.
             ADD FEE-BRUTO TO WS-FEE-BRUTO.
             ADD FEE-IMPORTE TO WS-FEE-CHK-NETO.
             ADD FEE-IMPUESTO TO WS-FEE-CHK-IVA.
             IF FEE-IMPUESTO = 0
               ADD 1 TO WS-SIN-IVA
             END-IF.
             PERFORM BUSCA-TASA.
             PERFORM BUSCA-TRAMO.
             ADD 1 TO WS-TRA-REGISTROS(WS-TRA-IDX).
             ADD FEE-IMPORTE TO WS-TRA-BASE(WS-TRA-IDX).
             ADD FEE-IMPUESTO TO WS-TRA-IVA(WS-TRA-IDX).
             ADD FEE-BRUTO TO WS-TRA-BRUTO(WS-TRA-IDX).
             IF FEE-FECHA < WS-TRA-DESDE(WS-TRA-IDX)
               MOVE FEE-FECHA TO WS-TRA-DESDE(WS-TRA-IDX)
             END-IF.
             IF FEE-FECHA > WS-TRA-HASTA(WS-TRA-IDX)
               MOVE FEE-FECHA TO WS-TRA-HASTA(WS-TRA-IDX)
             END-IF.

      *    TAXCALC's rule: the latest effective date on or before the
      *    fee's date, the later record winning a tie.
           BUSCA-TASA.
             MOVE 0 TO WS-TAS-SEL.
             MOVE 0 TO WS-MEJOR-FECHA.
             PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                 UNTIL WS-TAS-IDX > WS-TAS-TOTAL
               IF WS-TAS-FECHA(WS-TAS-IDX) NOT > FEE-FECHA
                   AND WS-TAS-FECHA(WS-TAS-IDX) NOT < WS-MEJOR-FECHA
                 MOVE WS-TAS-FECHA(WS-TAS-IDX) TO WS-MEJOR-FECHA
                 MOVE WS-TAS-IDX TO WS-TAS-SEL
               END-IF
             END-PERFORM.
             IF WS-TAS-SEL = 0
               ADD 1 TO WS-SIN-TASA
             END-IF.

      *    At most one line per rate record plus the no-rate line, so
      *    the table cannot overflow.
           BUSCA-TRAMO.
             MOVE "N" TO WS-TRA-HALLADO.
             PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                 UNTIL WS-TRA-IDX > WS-TRA-TOTAL
                     OR WS-TRA-HALLADO = "Y"
               IF WS-TRA-TASA-IDX(WS-TRA-IDX) = WS-TAS-SEL
                 MOVE "Y" TO WS-TRA-HALLADO
               END-IF
             END-PERFORM.
             IF WS-TRA-HALLADO = "Y"
               SUBTRACT 1 FROM WS-TRA-IDX
             ELSE
               ADD 1 TO WS-TRA-TOTAL
               MOVE WS-TRA-TOTAL TO WS-TRA-IDX
               MOVE WS-TAS-SEL TO WS-TRA-TASA-IDX(WS-TRA-IDX)
               MOVE FEE-FECHA TO WS-TRA-DESDE(WS-TRA-IDX)
               MOVE FEE-FECHA TO WS-TRA-HASTA(WS-TRA-IDX)
               MOVE 0 TO WS-TRA-REGISTROS(WS-TRA-IDX)
               MOVE 0 TO WS-TRA-BASE(WS-TRA-IDX)
               MOVE 0 TO WS-TRA-IVA(WS-TRA-IDX)
               MOVE 0 TO WS-TRA-BRUTO(WS-TRA-IDX)
             END-IF.

      *    Every FEEFILE and FEETAX claim dated in the period, FEECALC's
      *    and STNDRUN's alike, as BALANCER sums them for one night.
           SUMA-CLAMAS.
             OPEN INPUT CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-STATUS = "10"
                 READ CTL-TOTAL-FILE
                   AT END
                     MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                     IF CTL-FECHA NOT < WS-FECHA-DESDE
                         AND CTL-FECHA NOT > WS-FECHA-HASTA
                       EVALUATE CTL-ARCHIVO
                         WHEN "FEEFILE"
                           ADD 1 TO WS-CTL-CLAMAS
                           ADD CTL-REGISTROS TO WS-CTL-REG-NETO
                           ADD CTL-CHECKSUM TO WS-CTL-CHK-NETO
                         WHEN "FEETAX"
                           ADD CTL-REGISTROS TO WS-CTL-REG-IVA
                           ADD CTL-CHECKSUM TO WS-CTL-CHK-IVA
                       END-EVALUATE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CTL-TOTAL-FILE
             ELSE
               IF WS-CTL-STATUS = "05"
                 CLOSE CTL-TOTAL-FILE
               END-IF
             END-IF.

      *    GLEXTRACT books the night's fees and VAT as one CUOTA and
      *    one IVA pair each; the debit side carries the amount.
           SUMA-GL.
             OPEN INPUT GL-HIST-FILE.
             IF WS-GLH-STATUS = "00"
               PERFORM UNTIL WS-GLH-STATUS = "10"
                 READ GL-HIST-FILE
                   AT END
                     MOVE "10" TO WS-GLH-STATUS
                   NOT AT END
                     IF GL-TIPO = "LINEA"
                         AND GL-DEBE-HAB = "D"
                         AND GL-FECHA NOT < WS-FECHA-DESDE
                         AND GL-FECHA NOT > WS-FECHA-HASTA
                       EVALUATE GL-EVENTO
                         WHEN "CUOTA"
                           ADD 1 TO WS-GL-LINEAS
                           ADD GL-IMPORTE TO WS-GL-CUOTA
                         WHEN "IVA"
                           ADD 1 TO WS-GL-LINEAS
                           ADD GL-IMPORTE TO WS-GL-IVA
                       END-EVALUATE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE GL-HIST-FILE
             ELSE
               IF WS-GLH-STATUS = "05"
                 CLOSE GL-HIST-FILE
               END-IF
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO VAT-LINEA.
             STRING "DECLARACION DE IVA SOBRE CUOTAS Y CARGOS FIJOS"
                 " - PERIODO " WS-FECHA-DESDE " A " WS-FECHA-HASTA
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE SPACES TO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE SPACES TO VAT-LINEA.
             STRING " TASA VIGENTE  DEL      AL        CUOTAS"
                 " BASE IMPONIBLE            IVA    TOTAL BRUTO"
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.

      *    Lines come in the order the rates were first met, which
      *    FEEHIST's date order makes the order they took effect.
           IMPRIME-TRAMOS.
             PERFORM VARYING WS-TRA-IDX FROM 1 BY 1
                 UNTIL WS-TRA-IDX > WS-TRA-TOTAL
               MOVE WS-TRA-REGISTROS(WS-TRA-IDX) TO WS-EDIT-REGISTROS
               MOVE WS-TRA-BASE(WS-TRA-IDX) TO WS-EDIT-IMPORTE
               MOVE WS-TRA-IVA(WS-TRA-IDX) TO WS-EDIT-IMPORTE2
               MOVE WS-TRA-BRUTO(WS-TRA-IDX) TO WS-EDIT-IMPORTE3
               MOVE SPACES TO VAT-LINEA
               IF WS-TRA-TASA-IDX(WS-TRA-IDX) = 0
                 STRING "  SIN TASA     " WS-TRA-DESDE(WS-TRA-IDX)
                     " " WS-TRA-HASTA(WS-TRA-IDX) " "
                     WS-EDIT-REGISTROS " " WS-EDIT-IMPORTE " "
                     WS-EDIT-IMPORTE2 " " WS-EDIT-IMPORTE3
                     DELIMITED BY SIZE INTO VAT-LINEA
               ELSE
                 MOVE WS-TAS-TASA(WS-TRA-TASA-IDX(WS-TRA-IDX))
                     TO WS-EDIT-TASA
                 STRING WS-EDIT-TASA " "
                     WS-TAS-FECHA(WS-TRA-TASA-IDX(WS-TRA-IDX)) " "
                     WS-TRA-DESDE(WS-TRA-IDX) " "
                     WS-TRA-HASTA(WS-TRA-IDX) " "
                     WS-EDIT-REGISTROS " " WS-EDIT-IMPORTE " "
                     WS-EDIT-IMPORTE2 " " WS-EDIT-IMPORTE3
                     DELIMITED BY SIZE INTO VAT-LINEA
               END-IF
               WRITE VAT-LINEA
             END-PERFORM.
             MOVE WS-FEE-REGISTROS TO WS-EDIT-REGISTROS.
             MOVE WS-FEE-BASE TO WS-EDIT-IMPORTE.
             MOVE WS-FEE-IVA TO WS-EDIT-IMPORTE2.
             MOVE WS-FEE-BRUTO TO WS-EDIT-IMPORTE3.
             MOVE SPACES TO VAT-LINEA.
             STRING "TOTAL PERIODO                    "
                 WS-EDIT-REGISTROS " " WS-EDIT-IMPORTE " "
                 WS-EDIT-IMPORTE2 " " WS-EDIT-IMPORTE3
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             IF WS-TRA-TOTAL > 1
               MOVE SPACES TO VAT-LINEA
               STRING "*** CAMBIO DE TASA DENTRO DEL PERIODO: "
                   WS-TRA-TOTAL " TRAMOS ***"
                   DELIMITED BY SIZE INTO VAT-LINEA
               WRITE VAT-LINEA
             END-IF.
             IF WS-SIN-TASA > 0
               MOVE SPACES TO VAT-LINEA
               STRING "*** " WS-SIN-TASA " CUOTA(S) SIN TASA DE IVA"
                   " EN TAXRATE.DAT PARA SU FECHA ***"
                   DELIMITED BY SIZE INTO VAT-LINEA
               WRITE VAT-LINEA
             END-IF.

      *    A second pass over the period for the fees with no VAT.
           IMPRIME-SIN-IVA.
             MOVE SPACES TO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE SPACES TO VAT-LINEA.
             STRING "CUOTAS SIN IVA: " WS-SIN-IVA
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             IF WS-SIN-IVA > 0
               MOVE SPACES TO VAT-LINEA
               STRING "FECHA     CLIENTE TIPO                 BASE"
                   "            IVA"
                   DELIMITED BY SIZE INTO VAT-LINEA
               WRITE VAT-LINEA
               OPEN INPUT FEE-HIST-FILE
               IF WS-FEE-STATUS = "00"
                 PERFORM UNTIL WS-FEE-STATUS = "10"
                   READ FEE-HIST-FILE
                     AT END
                       MOVE "10" TO WS-FEE-STATUS
                     NOT AT END
                       IF FEE-FECHA NOT < WS-FECHA-DESDE
                           AND FEE-FECHA NOT > WS-FECHA-HASTA
                           AND FEE-IMPUESTO = 0
                         PERFORM IMPRIME-CUOTA-SIN-IVA
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE FEE-HIST-FILE
               END-IF
             END-IF.

      *    STNDRUN's records carry no base and no rate.
           IMPRIME-CUOTA-SIN-IVA.
             IF FEE-BASE = 0 AND FEE-TASA = 0
               MOVE "CARGO FIJO" TO WS-TIPO-CUOTA
             ELSE
               MOVE "CUOTA" TO WS-TIPO-CUOTA
             END-IF.
             MOVE FEE-IMPORTE TO WS-EDIT-IMPORTE.
             MOVE FEE-IMPUESTO TO WS-EDIT-IMPORTE2.
             MOVE SPACES TO VAT-LINEA.
             STRING FEE-FECHA "  " FEE-CUST-ID "  " WS-TIPO-CUOTA
                 " " WS-EDIT-IMPORTE " " WS-EDIT-IMPORTE2
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.

           IMPRIME-PRUEBA.
             MOVE SPACES TO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE SPACES TO VAT-LINEA.
             STRING "PRUEBA CONTRA CTLTOTAL.DAT      REGISTROS"
                 "  CHECKSUM NETO   CHECKSUM IVA"
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE WS-FEE-REGISTROS TO WS-EDIT-REGISTROS.
             MOVE WS-FEE-CHK-NETO TO WS-EDIT-CHECKSUM.
             MOVE WS-FEE-CHK-IVA TO WS-EDIT-CHECKSUM2.
             MOVE SPACES TO VAT-LINEA.
             STRING "CUOTAS DEL PERIODO (FEEHIST)      "
                 WS-EDIT-REGISTROS WS-EDIT-CHECKSUM WS-EDIT-CHECKSUM2
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE WS-CTL-REG-NETO TO WS-EDIT-REGISTROS.
             MOVE WS-CTL-CHK-NETO TO WS-EDIT-CHECKSUM.
             MOVE WS-CTL-CHK-IVA TO WS-EDIT-CHECKSUM2.
             MOVE SPACES TO VAT-LINEA.
             STRING "CLAMADO FEECALC/STNDRUN (" WS-CTL-CLAMAS ")   "
                 WS-EDIT-REGISTROS WS-EDIT-CHECKSUM WS-EDIT-CHECKSUM2
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             IF WS-FEE-REGISTROS = WS-CTL-REG-NETO
                 AND WS-FEE-REGISTROS = WS-CTL-REG-IVA
                 AND WS-FEE-CHK-NETO = WS-CTL-CHK-NETO
                 AND WS-FEE-CHK-IVA = WS-CTL-CHK-IVA
               MOVE "CUOTAS Y CLAMAS CUADRAN." TO VAT-LINEA
             ELSE
               ADD 1 TO WS-DESCUADRES
               MOVE "*** CUOTAS Y CLAMAS DE CTLTOTAL NO CUADRAN ***"
                   TO VAT-LINEA
             END-IF.
             WRITE VAT-LINEA.
             MOVE SPACES TO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE SPACES TO VAT-LINEA.
             STRING "PRUEBA CONTRA EL MAYOR (GLHIST.DAT)          "
                 "      NETO            IVA"
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE WS-FEE-BASE TO WS-EDIT-IMPORTE.
             MOVE WS-FEE-IVA TO WS-EDIT-IMPORTE2.
             MOVE SPACES TO VAT-LINEA.
             STRING "CUOTAS DEL PERIODO (FEEHIST)             "
                 WS-EDIT-IMPORTE " " WS-EDIT-IMPORTE2
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             MOVE WS-GL-CUOTA TO WS-EDIT-IMPORTE.
             MOVE WS-GL-IVA TO WS-EDIT-IMPORTE2.
             MOVE WS-GL-LINEAS TO WS-EDIT-REGISTROS.
             MOVE SPACES TO VAT-LINEA.
             STRING "DEBE CUOTA/IVA (" WS-EDIT-REGISTROS " LINEAS)"
                 "          " WS-EDIT-IMPORTE " " WS-EDIT-IMPORTE2
                 DELIMITED BY SIZE INTO VAT-LINEA.
             WRITE VAT-LINEA.
             IF WS-FEE-BASE = WS-GL-CUOTA AND WS-FEE-IVA = WS-GL-IVA
               MOVE "CUOTAS Y MAYOR CUADRAN." TO VAT-LINEA
             ELSE
               ADD 1 TO WS-DESCUADRES
               MOVE "*** CUOTAS Y MAYOR NO CUADRAN ***" TO VAT-LINEA
             END-IF.
             WRITE VAT-LINEA.

           RESUELVE-ARCHIVOS.
             MOVE "VATPARM.DAT" TO WS-ARCH-VATPARM.
             CALL "ENVNAME" USING WS-ARCH-VATPARM WS-AMBIENTE.
             MOVE "TAXRATE.DAT" TO WS-ARCH-TAXRATE.
             CALL "ENVNAME" USING WS-ARCH-TAXRATE WS-AMBIENTE.
             MOVE "FEEHIST.DAT" TO WS-ARCH-FEEHIST.
             CALL "ENVNAME" USING WS-ARCH-FEEHIST WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "GLHIST.DAT" TO WS-ARCH-GLHIST.
             CALL "ENVNAME" USING WS-ARCH-GLHIST WS-AMBIENTE.
             MOVE "VATRPT.DAT" TO WS-ARCH-VATRPT.
             CALL "ENVNAME" USING WS-ARCH-VATRPT WS-AMBIENTE.

       END PROGRAM VATRPT.
