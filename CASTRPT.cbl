      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly bad-debt write-off listing for the
      *          auditors: every CASTIGOS.DAT write-off (CASTIGO's
      *          register) dated in the requested quarter, one line
      *          each with the customer, the age of the balance, the
      *          dunning level, the amount and the approving
      *          supervisor, then the count and amount per month of
      *          the quarter and for the quarter. The quarter is
      *          read from CASTRPARM.DAT as YYYYQ; without it the
      *          last complete quarter before the business date is
      *          listed, the one the auditors ask for. Report
      *          written to CASTRPT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAS-RPT-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASTRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL CASTIGO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASTIGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT CAS-REPORT ASSIGN TO DYNAMIC WS-ARCH-CASTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *One record: the quarter to list, year and quarter number.
       FD  CAS-RPT-PARM-FILE.
       01  CAS-RPT-PARM-REG.
           05  CAS-RPT-PARM-ANO PIC 9(4).
           05  CAS-RPT-PARM-TRIM PIC 9.

       FD  CASTIGO-FILE.
           COPY "CASTIGO.cpy".

       FD  CAS-REPORT.
       01  CAS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CASTRPARM PIC X(30).
       01  WS-ARCH-CASTIGOS PIC X(30).
       01  WS-ARCH-CASTRPT PIC X(30).
       01  WS-PARM-STATUS PIC XX.
       01  WS-CAS-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05  WS-FN-ANO PIC 9(4).
           05  WS-FN-MES PIC 99.
           05  WS-FN-DIA PIC 99.
       01  WS-ANO PIC 9(4) VALUE 0.
       01  WS-TRIMESTRE PIC 9 VALUE 0.
       01  WS-MES-DESDE PIC 99.
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8).
       01  WS-CAS-MES PIC 99.
       01  WS-MES-IDX PIC 9.
       01  WS-MESES.
           05  WS-MES-ENTRY OCCURS 3.
               10  WS-MES-NUMERO PIC 99.
               10  WS-MES-CASTIGOS PIC 9(5).
               10  WS-MES-IMPORTE PIC S9(11)V99.
       01  WS-TRIM-CASTIGOS PIC 9(5) VALUE 0.
       01  WS-TRIM-IMPORTE PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-DIAS PIC Z(4)9.
       01  WS-DIAS-TEXTO PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM CARGA-PARAMETROS.
           OPEN OUTPUT CAS-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR CASTRPT.DAT"
                 " (STATUS " WS-RPT-STATUS ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECERA.
           OPEN INPUT CASTIGO-FILE.
           IF WS-CAS-STATUS = "00"
             PERFORM UNTIL WS-CAS-STATUS = "10"
               READ CASTIGO-FILE
                 AT END
                   MOVE "10" TO WS-CAS-STATUS
                 NOT AT END
                   IF CAS-FECHA NOT < WS-FECHA-DESDE
                       AND CAS-FECHA NOT > WS-FECHA-HASTA
                     PERFORM IMPRIME-CASTIGO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CASTIGO-FILE
           ELSE
             IF WS-CAS-STATUS = "05"
               CLOSE CASTIGO-FILE
             END-IF
           END-IF.
           PERFORM IMPRIME-TOTALES.
           CLOSE CAS-REPORT.
           DISPLAY "CASTIGOS DEL TRIMESTRE: " WS-TRIM-CASTIGOS.
           STOP RUN.

      *    Without a parameter the quarter before the one the
      *    business date falls in.
           CARGA-PARAMETROS.
             OPEN INPUT CAS-RPT-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ CAS-RPT-PARM-FILE
                 NOT AT END
                   IF CAS-RPT-PARM-ANO IS NUMERIC
                       AND CAS-RPT-PARM-TRIM IS NUMERIC
                       AND CAS-RPT-PARM-TRIM > 0
                       AND CAS-RPT-PARM-TRIM < 5
                     MOVE CAS-RPT-PARM-ANO TO WS-ANO
                     MOVE CAS-RPT-PARM-TRIM TO WS-TRIMESTRE
                   END-IF
               END-READ
               CLOSE CAS-RPT-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE CAS-RPT-PARM-FILE
               END-IF
             END-IF.
             IF WS-TRIMESTRE = 0
               CALL "BUSDATE" USING WS-FECHA-NEGOCIO
               MOVE WS-FN-ANO TO WS-ANO
               COMPUTE WS-TRIMESTRE = (WS-FN-MES - 1) / 3
               IF WS-TRIMESTRE = 0
                 MOVE 4 TO WS-TRIMESTRE
                 SUBTRACT 1 FROM WS-ANO
               END-IF
             END-IF.
             COMPUTE WS-MES-DESDE = (WS-TRIMESTRE - 1) * 3 + 1.
             COMPUTE WS-FECHA-DESDE =
                 WS-ANO * 10000 + WS-MES-DESDE * 100 + 1.
             COMPUTE WS-FECHA-HASTA =
                 WS-ANO * 10000 + (WS-MES-DESDE + 2) * 100 + 31.
             PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                 UNTIL WS-MES-IDX > 3
               COMPUTE WS-MES-NUMERO(WS-MES-IDX) =
                   WS-MES-DESDE + WS-MES-IDX - 1
               MOVE 0 TO WS-MES-CASTIGOS(WS-MES-IDX)
               MOVE 0 TO WS-MES-IMPORTE(WS-MES-IDX)
             END-PERFORM.

           IMPRIME-CABECERA.
             MOVE SPACES TO CAS-LINEA.
             STRING "CASTIGOS POR SALDOS INCOBRABLES - TRIMESTRE "
                 WS-TRIMESTRE " DE " WS-ANO " (" WS-FECHA-DESDE
                 " A " WS-FECHA-HASTA ")"
                 DELIMITED BY SIZE INTO CAS-LINEA.
             WRITE CAS-LINEA.
             MOVE SPACES TO CAS-LINEA.
             STRING "FECHA     CLIENTE NOMBRE          APELLIDOS"
                 "             DIAS N        IMPORTE  APROBADOR"
                 DELIMITED BY SIZE INTO CAS-LINEA.
             WRITE CAS-LINEA.

           IMPRIME-CASTIGO.
             IF CAS-DIAS = 99999
               MOVE "  ---" TO WS-DIAS-TEXTO
             ELSE
               MOVE CAS-DIAS TO WS-EDIT-DIAS
               MOVE WS-EDIT-DIAS TO WS-DIAS-TEXTO
             END-IF.
             MOVE CAS-IMPORTE TO WS-EDIT-IMPORTE.
             MOVE SPACES TO CAS-LINEA.
             STRING CAS-FECHA "  " CAS-CUST-ID "  " CAS-NOMBRE " "
                 CAS-APELLIDOS " " WS-DIAS-TEXTO " " CAS-NIVEL " "
                 WS-EDIT-IMPORTE "  " CAS-APROBADOR
                 DELIMITED BY SIZE INTO CAS-LINEA.
             WRITE CAS-LINEA.
             ADD 1 TO WS-TRIM-CASTIGOS.
             ADD CAS-IMPORTE TO WS-TRIM-IMPORTE.
             MOVE CAS-FECHA(5:2) TO WS-CAS-MES.
             PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                 UNTIL WS-MES-IDX > 3
               IF WS-MES-NUMERO(WS-MES-IDX) = WS-CAS-MES
                 ADD 1 TO WS-MES-CASTIGOS(WS-MES-IDX)
                 ADD CAS-IMPORTE TO WS-MES-IMPORTE(WS-MES-IDX)
               END-IF
             END-PERFORM.

           IMPRIME-TOTALES.
             MOVE SPACES TO CAS-LINEA.
             WRITE CAS-LINEA.
             PERFORM VARYING WS-MES-IDX FROM 1 BY 1
                 UNTIL WS-MES-IDX > 3
               MOVE WS-MES-IMPORTE(WS-MES-IDX) TO WS-EDIT-IMPORTE
               MOVE SPACES TO CAS-LINEA
               STRING "MES " WS-ANO WS-MES-NUMERO(WS-MES-IDX)
                   ": CASTIGOS " WS-MES-CASTIGOS(WS-MES-IDX)
                   " IMPORTE " WS-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO CAS-LINEA
               WRITE CAS-LINEA
             END-PERFORM.
             MOVE WS-TRIM-IMPORTE TO WS-EDIT-IMPORTE.
             MOVE SPACES TO CAS-LINEA.
             STRING "TOTAL TRIMESTRE " WS-TRIMESTRE " DE " WS-ANO
                 ": CASTIGOS " WS-TRIM-CASTIGOS " IMPORTE "
                 WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO CAS-LINEA.
             WRITE CAS-LINEA.
             DISPLAY CAS-LINEA.

           RESUELVE-ARCHIVOS.
             MOVE "CASTRPARM.DAT" TO WS-ARCH-CASTRPARM.
             CALL "ENVNAME" USING WS-ARCH-CASTRPARM WS-AMBIENTE.
             MOVE "CASTIGOS.DAT" TO WS-ARCH-CASTIGOS.
             CALL "ENVNAME" USING WS-ARCH-CASTIGOS WS-AMBIENTE.
             MOVE "CASTRPT.DAT" TO WS-ARCH-CASTRPT.
             CALL "ENVNAME" USING WS-ARCH-CASTRPT WS-AMBIENTE.

       END PROGRAM CASTRPT.
