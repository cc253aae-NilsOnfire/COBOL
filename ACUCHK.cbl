      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly proof of the payment arrangements in
      *          ACUERDOS.DAT (ACUMNT). For every active plan the
      *          cash CASHAPP applied to the customer since the plan
      *          was agreed (CASHAPLI.DAT) is summed afresh into
      *          ACU-PAGADO and set against the instalments already
      *          due -- monthly from the first due date, each one
      *          allowed DUNPARM.DAT's grace days (default 7) before
      *          it counts. A plan paid in full is closed "C"; a plan
      *          short of what is due is broken "R" and raised as an
      *          operator alert in OPERALRT.DAT so collections calls
      *          the customer, and DUNNING resumes escalating from
      *          the next letter. Runs in NIGHTRUN after CASHAPP and
      *          before DUNNING; ends with RETURN-CODE 8 when a plan
      *          broke tonight.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACUERDO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACUERDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT OPTIONAL CASH-APLI-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASHAPLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APLI-STATUS.
           SELECT OPTIONAL DUN-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDO-FILE.
           COPY "ACUERDO.cpy".

       FD  CASH-APLI-FILE.
           COPY "CASHAPLI.cpy".

       FD  DUN-PARM-FILE.
       01  DUN-PARM-REG.
           05  DUN-PARM-TERMINO PIC 9(3).
           05  DUN-PARM-GRACIA  PIC 9(3).

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-ACUERDOS PIC X(30).
       01  WS-ARCH-CASHAPLI PIC X(30).
       01  WS-ARCH-DUNPARM PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ACU-STATUS PIC XX.
       01  WS-APLI-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "ACUERDOS".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "ACUCHK".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HOY-ENTERO PIC 9(8).
       01  WS-GRACIA PIC 9(3) VALUE 7.
       01  WS-ACUERDOS.
           05  WS-ACU-ENTRY OCCURS 200 PIC X(84).
       01  WS-ACU-TOTAL PIC 999 VALUE 0.
       01  WS-ACU-IDX PIC 999.
       01  WS-ACU-DESBORDADO PIC X VALUE "N".
       01  WS-ACTIVOS PIC 9(5) VALUE 0.
       01  WS-CUMPLIDOS PIC 9(5) VALUE 0.
       01  WS-ROTOS PIC 9(5) VALUE 0.
       01  WS-AL-DIA PIC 9(5) VALUE 0.
       01  WS-PLAZO PIC 999.
       01  WS-VENCIDOS PIC 999.
       01  WS-FIN-PLAZOS PIC X.
       01  WS-MESES PIC 9(6).
       01  WS-VTO-DESC.
           05  WS-VTO-AAAA PIC 9(4).
           05  WS-VTO-MM   PIC 99.
           05  WS-VTO-DD   PIC 99.
       01  WS-VTO-FECHA REDEFINES WS-VTO-DESC PIC 9(8).
       01  WS-PRIMER-DESC.
           05  WS-PRI-AAAA PIC 9(4).
           05  WS-PRI-MM   PIC 99.
           05  WS-PRI-DD   PIC 99.
       01  WS-VTO-ENTERO PIC 9(8).
       01  WS-EXIGIBLE PIC S9(11)V99.
       01  WS-EDIT-EXIGIBLE PIC -(10)9.99.
       01  WS-EDIT-PAGADO PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           MOVE "A" TO WS-LOCK-ACCION.
           CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
               WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
           IF WS-LOCK-RESULTADO NOT = "Y"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-ACUERDOS.
           IF WS-ACU-DESBORDADO = "Y"
             DISPLAY "*** ERROR: ACUERDOS.DAT SUPERA LOS 200"
                 " REGISTROS DE LA TABLA. AMPLIE LA TABLA: NO SE"
                 " PROCESA. ***"
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM SUMA-CAJA-APLICADA.
           PERFORM EVALUA-ACUERDOS.
           IF WS-ACTIVOS > 0
             PERFORM REESCRIBE-ACUERDOS
           END-IF.
           PERFORM SUELTA-CERROJO.
           DISPLAY "ACUERDOS ACTIVOS REVISADOS: " WS-ACTIVOS.
           DISPLAY "AL DIA                    : " WS-AL-DIA.
           DISPLAY "CUMPLIDOS                 : " WS-CUMPLIDOS.
           DISPLAY "ROTOS                     : " WS-ROTOS.
           IF WS-ROTOS > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT DUN-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ DUN-PARM-FILE
                 NOT AT END
                   IF DUN-PARM-GRACIA IS NUMERIC
                       AND DUN-PARM-GRACIA > 0
                     MOVE DUN-PARM-GRACIA TO WS-GRACIA
                   END-IF
               END-READ
               CLOSE DUN-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE DUN-PARM-FILE
               END-IF
             END-IF.

      *    ACU-PAGADO is recomputed from the journal every night, so
      *    a rerun of the chain never counts the same cash twice.
           CARGA-ACUERDOS.
             OPEN INPUT ACUERDO-FILE.
             IF WS-ACU-STATUS = "00"
               PERFORM UNTIL WS-ACU-STATUS = "10"
                 READ ACUERDO-FILE
                   AT END
                     MOVE "10" TO WS-ACU-STATUS
                   NOT AT END
                     IF WS-ACU-TOTAL < 200
                       ADD 1 TO WS-ACU-TOTAL
                       IF ACU-ESTADO = "A"
                         ADD 1 TO WS-ACTIVOS
                         MOVE 0 TO ACU-PAGADO
                       END-IF
                       MOVE ACUERDO-REG TO WS-ACU-ENTRY(WS-ACU-TOTAL)
                     ELSE
                       MOVE "Y" TO WS-ACU-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ACUERDO-FILE
             ELSE
               IF WS-ACU-STATUS = "05"
                 CLOSE ACUERDO-FILE
               END-IF
             END-IF.

           SUMA-CAJA-APLICADA.
             OPEN INPUT CASH-APLI-FILE.
             IF WS-APLI-STATUS = "00"
               PERFORM UNTIL WS-APLI-STATUS = "10"
                 READ CASH-APLI-FILE
                   AT END
                     MOVE "10" TO WS-APLI-STATUS
                   NOT AT END
                     PERFORM ABONA-ACUERDO
                 END-READ
               END-PERFORM
               CLOSE CASH-APLI-FILE
             ELSE
               IF WS-APLI-STATUS = "05"
                 CLOSE CASH-APLI-FILE
               END-IF
             END-IF.

           ABONA-ACUERDO.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               IF ACU-ESTADO = "A" AND ACU-CUST-ID = CAPL-CUST-ID
                   AND CAPL-FECHA NOT < ACU-FECHA-ALTA
                 ADD CAPL-IMPORTE TO ACU-PAGADO
                 MOVE ACUERDO-REG TO WS-ACU-ENTRY(WS-ACU-IDX)
               END-IF
             END-PERFORM.

           EVALUA-ACUERDOS.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               IF ACU-ESTADO = "A"
                 PERFORM EVALUA-UN-ACUERDO
                 MOVE ACUERDO-REG TO WS-ACU-ENTRY(WS-ACU-IDX)
               END-IF
             END-PERFORM.

      *    What is due is every instalment whose date plus the grace
      *    days has passed, the last one capped at the agreed total.
           EVALUA-UN-ACUERDO.
             PERFORM CUENTA-VENCIDOS.
             COMPUTE WS-EXIGIBLE = WS-VENCIDOS * ACU-CUOTA.
             IF WS-EXIGIBLE > ACU-TOTAL
               MOVE ACU-TOTAL TO WS-EXIGIBLE
             END-IF.
             IF ACU-PAGADO NOT < ACU-TOTAL
               MOVE "C" TO ACU-ESTADO
               MOVE WS-FECHA-NEGOCIO TO ACU-FECHA-ESTADO
               ADD 1 TO WS-CUMPLIDOS
               DISPLAY "ACUERDO " ACU-NUMERO " CLIENTE " ACU-CUST-ID
                   " CUMPLIDO."
             ELSE
               IF ACU-PAGADO < WS-EXIGIBLE
                 MOVE "R" TO ACU-ESTADO
                 MOVE WS-FECHA-NEGOCIO TO ACU-FECHA-ESTADO
                 ADD 1 TO WS-ROTOS
                 PERFORM ALERTA-ROTO
               ELSE
                 ADD 1 TO WS-AL-DIA
               END-IF
             END-IF.

      *    Instalment k falls due k-1 months after the first one; the
      *    day is held to 28 so every month has it.
           CUENTA-VENCIDOS.
             MOVE 0 TO WS-VENCIDOS.
             MOVE "N" TO WS-FIN-PLAZOS.
             MOVE ACU-PRIMER-VTO TO WS-PRIMER-DESC.
             PERFORM VARYING WS-PLAZO FROM 1 BY 1
                 UNTIL WS-PLAZO > ACU-PLAZOS OR WS-FIN-PLAZOS = "Y"
               COMPUTE WS-MESES = WS-PRI-AAAA * 12 + WS-PRI-MM - 1
                   + WS-PLAZO - 1
               DIVIDE WS-MESES BY 12 GIVING WS-VTO-AAAA
                   REMAINDER WS-VTO-MM
               ADD 1 TO WS-VTO-MM
               MOVE WS-PRI-DD TO WS-VTO-DD
               IF WS-VTO-DD > 28
                 MOVE 28 TO WS-VTO-DD
               END-IF
               COMPUTE WS-VTO-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-VTO-FECHA)
               IF WS-VTO-ENTERO + WS-GRACIA < WS-HOY-ENTERO
                 ADD 1 TO WS-VENCIDOS
               ELSE
                 MOVE "Y" TO WS-FIN-PLAZOS
               END-IF
             END-PERFORM.

           ALERTA-ROTO.
             MOVE WS-EXIGIBLE TO WS-EDIT-EXIGIBLE.
             MOVE ACU-PAGADO TO WS-EDIT-PAGADO.
             DISPLAY "*** ACUERDO " ACU-NUMERO " CLIENTE " ACU-CUST-ID
                 " ROTO: VENCIDO " WS-EDIT-EXIGIBLE " PAGADO "
                 WS-EDIT-PAGADO " ***".
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "ACUCHK" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE SPACES TO ALRT-DETALLE.
             STRING "ACUERDO DE PAGO ROTO: " ACU-NUMERO " CLIENTE "
                 ACU-CUST-ID DELIMITED BY SIZE INTO ALRT-DETALLE.
             MOVE 0 TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

           REESCRIBE-ACUERDOS.
             OPEN OUTPUT ACUERDO-FILE.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               WRITE ACUERDO-REG
             END-PERFORM.
             CLOSE ACUERDO-FILE.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           RESUELVE-ARCHIVOS.
             MOVE "ACUERDOS.DAT" TO WS-ARCH-ACUERDOS.
             CALL "ENVNAME" USING WS-ARCH-ACUERDOS WS-AMBIENTE.
             MOVE "CASHAPLI.DAT" TO WS-ARCH-CASHAPLI.
             CALL "ENVNAME" USING WS-ARCH-CASHAPLI WS-AMBIENTE.
             MOVE "DUNPARM.DAT" TO WS-ARCH-DUNPARM.
             CALL "ENVNAME" USING WS-ARCH-DUNPARM WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.

       END PROGRAM ACUCHK.
