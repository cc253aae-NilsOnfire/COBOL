      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconciles the usage file a branch returns through
      *          INGATE (SEQUSO.DAT) against the blocks of sequence
      *          numbers PERFORM-TIMES100 reserved for it
      *          (SEQASIG.DAT). Every number used must fall inside a
      *          block reserved to that branch in that series; one
      *          that does not, one reported twice, one already
      *          voided or a line without a number goes to
      *          SEQCEXC.DAT with an OPERALRT alert, and the run ends
      *          with RETURN-CODE 8. For each block of a branch that
      *          returned usage, SEQCONC.DAT reports the numbers used,
      *          the numbers voided and every number still unused,
      *          listed for voiding through SEQVOID. Once reconciled
      *          the usage file is kept as SEQUSO.C<date>.DAT, so a
      *          night without a new delivery is a clean no-op and
      *          last delivery's report and exceptions stay in place.
      *          Run as a NIGHTRUN step after INGATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQCONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEQ-USO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQUSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USO-STATUS.
           SELECT OPTIONAL SEQ-ASIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQASIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIG-STATUS.
           SELECT OPTIONAL SEQ-VOID-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT SEQ-CEXC-FILE ASSIGN TO DYNAMIC WS-ARCH-SEQCEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CONC-REPORT ASSIGN TO DYNAMIC WS-ARCH-SEQCONC
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
       FD  SEQ-USO-FILE.
           COPY "SEQUSO.cpy".

       FD  SEQ-ASIG-FILE.
           COPY "SEQASIG.cpy".

       FD  SEQ-VOID-FILE.
           COPY "SEQVOID.cpy".

       FD  SEQ-CEXC-FILE.
           COPY "SEQCEXC.cpy".

       FD  CONC-REPORT.
       01  CONC-LINEA PIC X(100).

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-SEQUSO PIC X(30).
       01  WS-ARCH-SEQUSO-HECHO PIC X(30).
       01  WS-ARCH-SEQASIG PIC X(30).
       01  WS-ARCH-SEQVOID PIC X(30).
       01  WS-ARCH-SEQCEXC PIC X(30).
       01  WS-ARCH-SEQCONC PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-USO-STATUS PIC XX.
       01  WS-ASIG-STATUS PIC XX.
       01  WS-VOID-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-RUN-CARGADO PIC X VALUE "N".
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "SEQCONC".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-SIN-USO-ARCHIVO PIC X VALUE "N".
      *    Every block reserved to a branch; WS-BLQ-CONCILIA is "S"
      *    for the blocks of the branches that returned usage.
       01  WS-BLOQUES.
           05  WS-BLQ-ENTRY OCCURS 500.
               10  WS-BLQ-SERIE    PIC X(8).
               10  WS-BLQ-SUCURSAL PIC X(6).
               10  WS-BLQ-DESDE    PIC 9(5).
               10  WS-BLQ-HASTA    PIC 9(5).
               10  WS-BLQ-CONCILIA PIC X.
               10  WS-BLQ-USADOS   PIC 9(5).
               10  WS-BLQ-ANULADOS PIC 9(5).
               10  WS-BLQ-SIN-USO  PIC 9(5).
       01  WS-BLQ-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLQ-IDX PIC 9(4).
       01  WS-BLQ-HALLADO PIC 9(4).
       01  WS-BLQ-DESBORDADO PIC X VALUE "N".
      *    The series with a block to reconcile, one pass each.
       01  WS-SERIES.
           05  WS-SER-CODIGO PIC X(8) OCCURS 50.
       01  WS-SER-TOTAL PIC 99 VALUE 0.
       01  WS-SER-IDX PIC 99.
       01  WS-SER-HALLADA PIC X.
       01  WS-SERIE-ACTUAL PIC X(8).
      *    One series at a time: "N" nothing, "U" used by the branch,
      *    "A" voided, "D" used and voided.
       01  WS-MARCAS.
           05  WS-MARCA PIC X OCCURS 99999.
       01  WS-IDX-NUMERO PIC 9(6).
       01  WS-USO-SERIE PIC X(8).
       01  WS-USOS-LEIDOS PIC 9(7) VALUE 0.
       01  WS-USOS-CONCILIADOS PIC 9(7) VALUE 0.
       01  WS-TOTAL-SIN-USO PIC 9(7) VALUE 0.
       01  WS-EXCEPCIONES PIC 9(6) VALUE 0.
       01  WS-EXC-TIPO PIC X(9).
       01  WS-ALERTA-TEXTO PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "=== CONCILIACION DE BLOQUES DE SUCURSAL ===".
           PERFORM SONDEA-USOS.
           IF WS-SIN-USO-ARCHIVO = "Y"
             DISPLAY "SIN ARCHIVO DE USO DE SUCURSALES (SEQUSO.DAT):"
                 " NADA QUE CONCILIAR."
             PERFORM LIBERA-CERROJOS
             STOP RUN
           END-IF.
           PERFORM CARGA-BLOQUES.
           IF WS-BLQ-DESBORDADO = "Y"
             DISPLAY "*** MAS DE 500 BLOQUES EN SEQASIG.DAT: AMPLIE"
                 " WS-BLOQUES. NO SE CONCILIA. ***"
             MOVE "SEQASIG: TABLA DE BLOQUES DESBORDADA"
                 TO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             PERFORM LIBERA-CERROJOS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SEQ-CEXC-FILE.
           OPEN OUTPUT CONC-REPORT.
           PERFORM IMPRIME-CABECERA.
           PERFORM VALIDA-USOS.
           PERFORM VARYING WS-SER-IDX FROM 1 BY 1
               UNTIL WS-SER-IDX > WS-SER-TOTAL
             MOVE WS-SER-CODIGO(WS-SER-IDX) TO WS-SERIE-ACTUAL
             PERFORM CONCILIA-SERIE
           END-PERFORM.
           PERFORM IMPRIME-TOTALES.
           CLOSE CONC-REPORT.
           CLOSE SEQ-CEXC-FILE.
           PERFORM ARCHIVA-USOS.
           DISPLAY "LINEAS DE USO LEIDAS   : " WS-USOS-LEIDOS.
           DISPLAY "NUMEROS CONCILIADOS    : " WS-USOS-CONCILIADOS.
           DISPLAY "NUMEROS SIN USAR       : " WS-TOTAL-SIN-USO.
           DISPLAY "EXCEPCIONES            : " WS-EXCEPCIONES.
           IF WS-EXCEPCIONES > 0
             MOVE SPACES TO WS-ALERTA-TEXTO
             STRING "BLOQUES DE SUCURSAL: " WS-EXCEPCIONES
                 " USOS NO CONCILIADOS" DELIMITED BY SIZE
                 INTO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           IF WS-EXCEPCIONES > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           SONDEA-USOS.
             OPEN INPUT SEQ-USO-FILE.
             IF WS-USO-STATUS = "00"
               CLOSE SEQ-USO-FILE
             ELSE
               IF WS-USO-STATUS = "05"
                 CLOSE SEQ-USO-FILE
               END-IF
               MOVE "Y" TO WS-SIN-USO-ARCHIVO
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
                 MOVE ASIG-SUCURSAL TO WS-BLQ-SUCURSAL(WS-BLQ-TOTAL)
                 MOVE ASIG-DESDE TO WS-BLQ-DESDE(WS-BLQ-TOTAL)
                 MOVE ASIG-HASTA TO WS-BLQ-HASTA(WS-BLQ-TOTAL)
                 MOVE "N" TO WS-BLQ-CONCILIA(WS-BLQ-TOTAL)
                 MOVE 0 TO WS-BLQ-USADOS(WS-BLQ-TOTAL)
                 MOVE 0 TO WS-BLQ-ANULADOS(WS-BLQ-TOTAL)
                 MOVE 0 TO WS-BLQ-SIN-USO(WS-BLQ-TOTAL)
               ELSE
                 MOVE "Y" TO WS-BLQ-DESBORDADO
               END-IF
             END-IF.

      *    First pass over the usage file: every line must fall in a
      *    block of its own branch and series. The blocks of every
      *    branch that returned usage are reconciled in full, and
      *    their series queued for the number-by-number pass.
           VALIDA-USOS.
             OPEN INPUT SEQ-USO-FILE.
             PERFORM UNTIL WS-USO-STATUS = "10"
               READ SEQ-USO-FILE
                 AT END
                   MOVE "10" TO WS-USO-STATUS
                 NOT AT END
                   ADD 1 TO WS-USOS-LEIDOS
                   PERFORM NORMALIZA-SERIE-USO
                   IF USO-NUMERO IS NOT NUMERIC OR USO-NUMERO = 0
                     MOVE "INVALIDO" TO WS-EXC-TIPO
                     PERFORM GRABA-EXCEPCION
                   ELSE
                     PERFORM BUSCA-BLOQUE
                     IF WS-BLQ-HALLADO = 0
                       MOVE "FUERA" TO WS-EXC-TIPO
                       PERFORM GRABA-EXCEPCION
                     ELSE
                       PERFORM MARCA-SUCURSAL
                     END-IF
                   END-IF
               END-READ
             END-PERFORM.
             CLOSE SEQ-USO-FILE.

           NORMALIZA-SERIE-USO.
             MOVE USO-SERIE TO WS-USO-SERIE.
             IF WS-USO-SERIE = SPACES OR WS-USO-SERIE = LOW-VALUES
               MOVE "GENERAL" TO WS-USO-SERIE
             END-IF.

           BUSCA-BLOQUE.
             MOVE 0 TO WS-BLQ-HALLADO.
             PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                 UNTIL WS-BLQ-IDX > WS-BLQ-TOTAL
                     OR WS-BLQ-HALLADO > 0
               IF WS-BLQ-SERIE(WS-BLQ-IDX) = WS-USO-SERIE
                   AND WS-BLQ-SUCURSAL(WS-BLQ-IDX) = USO-SUCURSAL
                   AND USO-NUMERO NOT < WS-BLQ-DESDE(WS-BLQ-IDX)
                   AND USO-NUMERO NOT > WS-BLQ-HASTA(WS-BLQ-IDX)
                 MOVE WS-BLQ-IDX TO WS-BLQ-HALLADO
               END-IF
             END-PERFORM.

           MARCA-SUCURSAL.
             PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                 UNTIL WS-BLQ-IDX > WS-BLQ-TOTAL
               IF WS-BLQ-SERIE(WS-BLQ-IDX) = WS-USO-SERIE
                   AND WS-BLQ-SUCURSAL(WS-BLQ-IDX) = USO-SUCURSAL
                 MOVE "S" TO WS-BLQ-CONCILIA(WS-BLQ-IDX)
               END-IF
             END-PERFORM.
             MOVE "N" TO WS-SER-HALLADA.
             PERFORM VARYING WS-SER-IDX FROM 1 BY 1
                 UNTIL WS-SER-IDX > WS-SER-TOTAL
               IF WS-SER-CODIGO(WS-SER-IDX) = WS-USO-SERIE
                 MOVE "Y" TO WS-SER-HALLADA
               END-IF
             END-PERFORM.
             IF WS-SER-HALLADA = "N" AND WS-SER-TOTAL < 50
               ADD 1 TO WS-SER-TOTAL
               MOVE WS-USO-SERIE TO WS-SER-CODIGO(WS-SER-TOTAL)
             END-IF.

      *    One series: the voids and the branch usage are laid on
      *    the number table, then each block to reconcile is walked
      *    end to end so every number in it is used, voided or
      *    listed for voiding.
           CONCILIA-SERIE.
             MOVE ALL "N" TO WS-MARCAS.
             PERFORM MARCA-ANULADOS.
             PERFORM MARCA-USADOS.
             PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                 UNTIL WS-BLQ-IDX > WS-BLQ-TOTAL
               IF WS-BLQ-SERIE(WS-BLQ-IDX) = WS-SERIE-ACTUAL
                   AND WS-BLQ-CONCILIA(WS-BLQ-IDX) = "S"
                 PERFORM CONCILIA-BLOQUE
               END-IF
             END-PERFORM.

           MARCA-ANULADOS.
             OPEN INPUT SEQ-VOID-FILE.
             IF WS-VOID-STATUS = "00"
               PERFORM UNTIL WS-VOID-STATUS = "10"
                 READ SEQ-VOID-FILE
                   AT END
                     MOVE "10" TO WS-VOID-STATUS
                   NOT AT END
                     IF VOID-SERIE = WS-SERIE-ACTUAL
                         AND VOID-NUMERO IS NUMERIC
                         AND VOID-NUMERO > 0
                       MOVE "A" TO WS-MARCA(VOID-NUMERO)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SEQ-VOID-FILE
             ELSE
               IF WS-VOID-STATUS = "05"
                 CLOSE SEQ-VOID-FILE
               END-IF
             END-IF.

           MARCA-USADOS.
             OPEN INPUT SEQ-USO-FILE.
             PERFORM UNTIL WS-USO-STATUS = "10"
               READ SEQ-USO-FILE
                 AT END
                   MOVE "10" TO WS-USO-STATUS
                 NOT AT END
                   PERFORM NORMALIZA-SERIE-USO
                   IF WS-USO-SERIE = WS-SERIE-ACTUAL
                       AND USO-NUMERO IS NUMERIC
                       AND USO-NUMERO > 0
                     PERFORM BUSCA-BLOQUE
                     IF WS-BLQ-HALLADO > 0
                       PERFORM MARCA-UN-USO
                     END-IF
                   END-IF
               END-READ
             END-PERFORM.
             CLOSE SEQ-USO-FILE.

           MARCA-UN-USO.
             EVALUATE WS-MARCA(USO-NUMERO)
               WHEN "N"
                 MOVE "U" TO WS-MARCA(USO-NUMERO)
                 ADD 1 TO WS-USOS-CONCILIADOS
               WHEN "A"
                 MOVE "D" TO WS-MARCA(USO-NUMERO)
                 MOVE "ANULADO" TO WS-EXC-TIPO
                 PERFORM GRABA-EXCEPCION
               WHEN OTHER
                 MOVE "DUPLICADO" TO WS-EXC-TIPO
                 PERFORM GRABA-EXCEPCION
             END-EVALUATE.

           CONCILIA-BLOQUE.
             PERFORM VARYING WS-IDX-NUMERO
                 FROM WS-BLQ-DESDE(WS-BLQ-IDX) BY 1
                 UNTIL WS-IDX-NUMERO > WS-BLQ-HASTA(WS-BLQ-IDX)
               EVALUATE WS-MARCA(WS-IDX-NUMERO)
                 WHEN "U"
                   ADD 1 TO WS-BLQ-USADOS(WS-BLQ-IDX)
                 WHEN "N"
                   ADD 1 TO WS-BLQ-SIN-USO(WS-BLQ-IDX)
                 WHEN OTHER
                   ADD 1 TO WS-BLQ-ANULADOS(WS-BLQ-IDX)
               END-EVALUATE
             END-PERFORM.
             ADD WS-BLQ-SIN-USO(WS-BLQ-IDX) TO WS-TOTAL-SIN-USO.
             PERFORM IMPRIME-BLOQUE.

           IMPRIME-CABECERA.
             MOVE SPACES TO CONC-LINEA.
             STRING "CONCILIACION DE BLOQUES DE SUCURSAL - FECHA "
                 WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.

           IMPRIME-BLOQUE.
             MOVE SPACES TO CONC-LINEA.
             STRING "SERIE " WS-BLQ-SERIE(WS-BLQ-IDX)
                 " SUCURSAL " WS-BLQ-SUCURSAL(WS-BLQ-IDX)
                 " BLOQUE " WS-BLQ-DESDE(WS-BLQ-IDX)
                 "-" WS-BLQ-HASTA(WS-BLQ-IDX)
                 " USADOS " WS-BLQ-USADOS(WS-BLQ-IDX)
                 " ANULADOS " WS-BLQ-ANULADOS(WS-BLQ-IDX)
                 " SIN USAR " WS-BLQ-SIN-USO(WS-BLQ-IDX)
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.
             IF WS-BLQ-SIN-USO(WS-BLQ-IDX) > 0
               PERFORM VARYING WS-IDX-NUMERO
                   FROM WS-BLQ-DESDE(WS-BLQ-IDX) BY 1
                   UNTIL WS-IDX-NUMERO > WS-BLQ-HASTA(WS-BLQ-IDX)
                 IF WS-MARCA(WS-IDX-NUMERO) = "N"
                   MOVE SPACES TO CONC-LINEA
                   STRING "    SIN USAR - ANULAR CON SEQVOID: "
                       WS-IDX-NUMERO(2:5)
                       DELIMITED BY SIZE INTO CONC-LINEA
                   WRITE CONC-LINEA
                 END-IF
               END-PERFORM
             END-IF.

           IMPRIME-TOTALES.
             MOVE SPACES TO CONC-LINEA.
             WRITE CONC-LINEA.
             MOVE SPACES TO CONC-LINEA.
             STRING "LINEAS DE USO " WS-USOS-LEIDOS
                 " CONCILIADAS " WS-USOS-CONCILIADOS
                 " SIN USAR " WS-TOTAL-SIN-USO
                 " EXCEPCIONES " WS-EXCEPCIONES
                 DELIMITED BY SIZE INTO CONC-LINEA.
             WRITE CONC-LINEA.

           GRABA-EXCEPCION.
             MOVE "SEQUSO" TO SEQ-CEXC-ARCHIVO.
             MOVE WS-EXC-TIPO TO SEQ-CEXC-TIPO.
             IF USO-NUMERO IS NUMERIC
               MOVE USO-NUMERO TO SEQ-CEXC-CLAVE
             ELSE
               MOVE 0 TO SEQ-CEXC-CLAVE
             END-IF.
             MOVE WS-USO-SERIE TO SEQ-CEXC-SERIE.
             MOVE USO-SUCURSAL TO SEQ-CEXC-SUCURSAL.
             WRITE SEQ-CEXC-REG.
             ADD 1 TO WS-EXCEPCIONES.
             DISPLAY "*** " WS-EXC-TIPO ": NUMERO " SEQ-CEXC-CLAVE
                 " SERIE " WS-USO-SERIE " SUCURSAL " USO-SUCURSAL
                 " ***".

      *    The reconciled delivery is kept under the business date,
      *    out of the way of the next one INGATE releases.
           ARCHIVA-USOS.
             MOVE SPACES TO WS-ARCH-SEQUSO-HECHO.
             STRING "SEQUSO.C" WS-FECHA-NEGOCIO ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-SEQUSO-HECHO.
             CALL "ENVNAME" USING WS-ARCH-SEQUSO-HECHO WS-AMBIENTE.
             CALL "CBL_RENAME_FILE" USING WS-ARCH-SEQUSO
                 WS-ARCH-SEQUSO-HECHO.
             DISPLAY "ARCHIVO DE USO CONCILIADO, GUARDADO COMO "
                 WS-ARCH-SEQUSO-HECHO.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "SEQCONC" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE WS-ALERTA-TEXTO TO ALRT-DETALLE.
             IF WS-RUN-CARGADO = "N"
               PERFORM CARGA-RUN-ID
             END-IF.
             MOVE WS-RUN-ID TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

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

      *    SEQCTRL: no block can be cut in PERFORM-TIMES100 while the
      *    allocation file is being read.
           ADQUIERE-CERROJOS.
             MOVE "SEQCTRL" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO.

           LIBERA-CERROJOS.
             MOVE "SEQCTRL" TO WS-LOCK-RECURSO.
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
             MOVE "SEQUSO.DAT" TO WS-ARCH-SEQUSO.
             CALL "ENVNAME" USING WS-ARCH-SEQUSO WS-AMBIENTE.
             MOVE "SEQASIG.DAT" TO WS-ARCH-SEQASIG.
             CALL "ENVNAME" USING WS-ARCH-SEQASIG WS-AMBIENTE.
             MOVE "SEQVOID.DAT" TO WS-ARCH-SEQVOID.
             CALL "ENVNAME" USING WS-ARCH-SEQVOID WS-AMBIENTE.
             MOVE "SEQCEXC.DAT" TO WS-ARCH-SEQCEXC.
             CALL "ENVNAME" USING WS-ARCH-SEQCEXC WS-AMBIENTE.
             MOVE "SEQCONC.DAT" TO WS-ARCH-SEQCONC.
             CALL "ENVNAME" USING WS-ARCH-SEQCONC WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM SEQCONC.
