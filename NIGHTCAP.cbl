      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly capacity report for the nightly chain. From
      *          the NIGHTTIME.DAT elapsed history it gives every
      *          NIGHTCTL.DAT step its average and peak elapsed over
      *          the last 4, 13 and 52 weeks and its growth rate (the
      *          4-week average against the 13-week one); from the
      *          CTLTOTAL.DAT record counts, its seconds per thousand
      *          records and volume growth. A step whose elapsed
      *          grows faster than its volume is flagged: that is
      *          usually a file that needs reorganising. It then walks
      *          NIGHTCTL's dependencies for the critical path,
      *          starting at the chain's average start time, and
      *          projects the date on which that path would cross the
      *          NIGHTPARM.DAT cutoff if every step kept growing at
      *          its current rate. Without NIGHTCTL.DAT (the built-in
      *          chain) the steps are taken from the history and the
      *          path is taken as the whole chain run serially. The
      *          report goes to CAPARPT.DAT; a flagged step or a
      *          crossing inside 13 weeks ends the run with
      *          RETURN-CODE 4. Run as a weekly NIGHTRUN step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NIGHT-CTL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NIGHTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCTL-STATUS.
           SELECT OPTIONAL NIGHT-TIME-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NIGHTTIME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIME-STATUS.
           SELECT OPTIONAL CTL-TOTAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL NIGHT-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-NIGHTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAP-REPORT ASSIGN TO DYNAMIC WS-ARCH-CAPARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-CTL-FILE.
           COPY "NIGHTCTL.cpy".

       FD  NIGHT-TIME-FILE.
       01  NIGHT-TIME-REG.
           05  NT-FECHA    PIC 9(8).
           05  NT-RUN-ID   PIC 9(6).
           05  NT-PASO     PIC X(20).
           05  NT-INICIO   PIC 9(8).
           05  NT-FIN      PIC 9(8).
           05  NT-SEGUNDOS PIC 9(5).

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  NIGHT-PARM-FILE.
       01  NIGHT-PARM-REG.
           05  NIGHT-PARM-MODO  PIC X.
           05  NIGHT-PARM-CORTE PIC 9(4).

       FD  CAP-REPORT.
       01  CAP-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-NIGHTCTL PIC X(30).
       01  WS-ARCH-NIGHTTIME PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-NIGHTPARM PIC X(30).
       01  WS-ARCH-CAPARPT PIC X(30).
       01  WS-NCTL-STATUS PIC XX.
       01  WS-TIME-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-DIA-HOY PIC 9(8).
       01  WS-DIA-REG PIC 9(8).
       01  WS-ANTIGUEDAD PIC S9(8).
       01  WS-HORA-CORTE PIC 9(4) VALUE 0.
       01  WS-CON-NIGHTCTL PIC X VALUE "N".
      *    Windows of 4, 13 and 52 weeks, in days back from the
      *    business date.
       01  WS-VENTANAS-DIAS.
           05  FILLER PIC 9(3) VALUE 28.
           05  FILLER PIC 9(3) VALUE 91.
           05  FILLER PIC 9(3) VALUE 364.
       01  WS-VENTANAS REDEFINES WS-VENTANAS-DIAS.
           05  WS-VENTANA-DIAS PIC 9(3) OCCURS 3.
       01  WS-VEN-IDX PIC 9.
      *    Elapsed growing this many points a week faster than volume
      *    is flagged.
       01  WS-MARGEN-CRECIMIENTO PIC 9V99 VALUE 1.00.
      *    The 4-week window is centred 2 weeks back and the 13-week
      *    one 6.5 weeks back: their averages are 4.5 weeks apart.
       01  WS-SEMANAS-ENTRE-MEDIAS PIC 9V9 VALUE 4.5.
       01  WS-PASOS-TABLA.
           05  WS-PASO-ENTRY OCCURS 60.
               10  WS-P-NOMBRE       PIC X(20).
               10  WS-P-DEP          PIC X(20) OCCURS 3.
               10  WS-P-DEP-IDX      PIC 99 OCCURS 3.
               10  WS-P-CUENTA       PIC 9(5) OCCURS 3.
               10  WS-P-SUMA         PIC 9(9) OCCURS 3.
               10  WS-P-PICO         PIC 9(5) OCCURS 3.
               10  WS-P-MEDIA        PIC 9(5)V9 OCCURS 3.
               10  WS-P-VOL-SUMA     PIC 9(11) OCCURS 2.
               10  WS-P-VOL-NOCHES   PIC 9(5) OCCURS 2.
               10  WS-P-VOL-ULTIMA   PIC 9(8).
               10  WS-P-VOL-MEDIA    PIC 9(9)V9 OCCURS 2.
               10  WS-P-PENDIENTE    PIC S9(5)V99.
               10  WS-P-CRECE        PIC S9(4)V99.
               10  WS-P-CRECE-OK     PIC X.
               10  WS-P-VOL-CRECE    PIC S9(4)V99.
               10  WS-P-VOL-OK       PIC X.
               10  WS-P-SEG-MIL      PIC 9(7)V99.
               10  WS-P-AVISO        PIC X(12).
               10  WS-P-DURACION     PIC S9(7)V99.
               10  WS-P-FIN          PIC S9(7)V99.
               10  WS-P-PREVIO       PIC 99.
       01  WS-TOTAL-PASOS PIC 99 VALUE 0.
       01  WS-PASO-IDX PIC 99.
       01  WS-DEP-IDX PIC 99.
       01  WS-OTRO-IDX PIC 99.
       01  WS-HALLADO PIC 99.
       01  WS-NOMBRE-BUSCADO PIC X(20).
       01  WS-DESBORDE PIC X VALUE "N".
      *    Chain start per night of the last 4 weeks: the earliest
      *    step start of the run, morning hours counted after
      *    midnight.
       01  WS-NOCHES.
           05  WS-NOCHE-ENTRY OCCURS 100.
               10  WS-N-FECHA  PIC 9(8).
               10  WS-N-RUN-ID PIC 9(6).
               10  WS-N-INICIO PIC 9(6).
       01  WS-NOCHES-TOTAL PIC 999 VALUE 0.
       01  WS-NOCHE-IDX PIC 999.
       01  WS-NOCHE-HALLADA PIC 999.
       01  WS-HORA-DESC.
           05  WS-HD-HH PIC 99.
           05  WS-HD-MM PIC 99.
           05  WS-HD-SS PIC 99.
           05  WS-HD-CC PIC 99.
       01  WS-SEG-REG PIC 9(6).
       01  WS-SEG-INICIO-MEDIO PIC 9(6) VALUE 0.
       01  WS-SUMA-INICIOS PIC 9(9) VALUE 0.
       01  WS-SEG-CORTE PIC 9(6) VALUE 0.
      *    Critical path.
       01  WS-SEMANA PIC 9(3).
       01  WS-RUTA PIC S9(7)V99.
       01  WS-RUTA-HOY PIC S9(7)V99.
       01  WS-RUTA-ULTIMO PIC 99.
       01  WS-HUBO-CAMBIO PIC X.
       01  WS-VUELTAS PIC 99.
       01  WS-FIN-CANDIDATO PIC S9(7)V99.
       01  WS-SEG-FIN PIC S9(7)V99.
       01  WS-SEMANA-CRUCE PIC 9(3) VALUE 0.
       01  WS-HAY-CRUCE PIC X VALUE "N".
       01  WS-FECHA-CRUCE PIC 9(8).
       01  WS-HHMM PIC 9(4).
       01  WS-HHMM-SEG PIC S9(7).
       01  WS-AVISADOS PIC 99 VALUE 0.
       01  WS-CADENA-RUTA.
           05  WS-CR-PASO PIC 99 OCCURS 60.
       01  WS-CR-TOTAL PIC 99.
       01  WS-CR-IDX PIC 99.
       01  WS-LINEA-PASO.
           05  WS-LP-NOMBRE    PIC X(20).
           05  WS-LP-MEDIA4    PIC ZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-LP-PICO4     PIC ZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-LP-MEDIA13   PIC ZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-LP-PICO13    PIC ZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-LP-MEDIA52   PIC ZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-LP-PICO52    PIC ZZZZ9.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-LP-CRECE     PIC -(4)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-LP-SEG-MIL   PIC Z(6)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-LP-VOL-CRECE PIC -(4)9.99.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  WS-LP-AVISO     PIC X(12).
       01  WS-DURACION-MOSTRAR PIC ZZZZZZ9.
       01  WS-SEMANA-MOSTRAR PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-DIA-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-PASOS.
           PERFORM CARGA-TIEMPOS.
           PERFORM CARGA-VOLUMENES.
           IF WS-DESBORDE = "Y"
             DISPLAY "*** MAS DE 60 PASOS EN LA HISTORIA: AMPLIE"
                 " WS-PASOS-TABLA. ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
               UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
             PERFORM CALCULA-TENDENCIA
           END-PERFORM.
           OPEN OUTPUT CAP-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR CAPARPT.DAT ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-PASOS.
           PERFORM PROYECTA-RUTA.
           CLOSE CAP-REPORT.
           DISPLAY "PASOS ANALIZADOS     : " WS-TOTAL-PASOS.
           DISPLAY "PASOS A REORGANIZAR  : " WS-AVISADOS.
           DISPLAY "INFORME EN CAPARPT.DAT".
           IF WS-AVISADOS > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-HAY-CRUCE = "Y" AND WS-SEMANA-CRUCE NOT > 13
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT NIGHT-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ NIGHT-PARM-FILE
                 NOT AT END
                   IF NIGHT-PARM-CORTE IS NUMERIC
                       AND NIGHT-PARM-CORTE > 0
                     MOVE NIGHT-PARM-CORTE TO WS-HORA-CORTE
                   END-IF
               END-READ
               CLOSE NIGHT-PARM-FILE
             ELSE
               IF WS-PARM-STATUS = "05"
                 CLOSE NIGHT-PARM-FILE
               END-IF
             END-IF.

           CARGA-PASOS.
             OPEN INPUT NIGHT-CTL-FILE.
             IF WS-NCTL-STATUS = "00"
               MOVE "Y" TO WS-CON-NIGHTCTL
               PERFORM UNTIL WS-NCTL-STATUS = "10"
                 READ NIGHT-CTL-FILE
                   AT END
                     MOVE "10" TO WS-NCTL-STATUS
                   NOT AT END
                     MOVE NCTL-PASO-NOMBRE TO WS-NOMBRE-BUSCADO
                     PERFORM ALTA-PASO
                     IF WS-HALLADO > 0
                       MOVE NCTL-DEPENDE1 TO WS-P-DEP(WS-HALLADO, 1)
                       MOVE NCTL-DEPENDE2 TO WS-P-DEP(WS-HALLADO, 2)
                       MOVE NCTL-DEPENDE3 TO WS-P-DEP(WS-HALLADO, 3)
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE NIGHT-CTL-FILE
             ELSE
               IF WS-NCTL-STATUS = "05"
                 CLOSE NIGHT-CTL-FILE
               END-IF
             END-IF.
             PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                 UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 3
                 MOVE 0 TO WS-P-DEP-IDX(WS-PASO-IDX, WS-DEP-IDX)
                 IF WS-P-DEP(WS-PASO-IDX, WS-DEP-IDX) NOT = SPACES
                   MOVE WS-P-DEP(WS-PASO-IDX, WS-DEP-IDX)
                       TO WS-NOMBRE-BUSCADO
                   PERFORM BUSCA-PASO
                   MOVE WS-HALLADO
                       TO WS-P-DEP-IDX(WS-PASO-IDX, WS-DEP-IDX)
                 END-IF
               END-PERFORM
             END-PERFORM.

           BUSCA-PASO.
             MOVE 0 TO WS-HALLADO.
             PERFORM VARYING WS-OTRO-IDX FROM 1 BY 1
                 UNTIL WS-OTRO-IDX > WS-TOTAL-PASOS
                     OR WS-HALLADO > 0
               IF WS-P-NOMBRE(WS-OTRO-IDX) = WS-NOMBRE-BUSCADO
                 MOVE WS-OTRO-IDX TO WS-HALLADO
               END-IF
             END-PERFORM.

           ALTA-PASO.
             PERFORM BUSCA-PASO.
             IF WS-HALLADO = 0
               IF WS-TOTAL-PASOS < 60
                 ADD 1 TO WS-TOTAL-PASOS
                 MOVE WS-TOTAL-PASOS TO WS-HALLADO
                 INITIALIZE WS-PASO-ENTRY(WS-HALLADO)
                 MOVE WS-NOMBRE-BUSCADO TO WS-P-NOMBRE(WS-HALLADO)
               ELSE
                 MOVE "Y" TO WS-DESBORDE
               END-IF
             END-IF.

      *    A step NIGHTCTL no longer lists is history only and is
      *    left out; with the built-in chain every step in the
      *    history is taken.
           CARGA-TIEMPOS.
             OPEN INPUT NIGHT-TIME-FILE.
             IF WS-TIME-STATUS = "00"
               PERFORM UNTIL WS-TIME-STATUS = "10"
                 READ NIGHT-TIME-FILE
                   AT END
                     MOVE "10" TO WS-TIME-STATUS
                   NOT AT END
                     IF NT-FECHA IS NUMERIC AND NT-FECHA > 0
                       PERFORM TRATA-TIEMPO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE NIGHT-TIME-FILE
             ELSE
               IF WS-TIME-STATUS = "05"
                 CLOSE NIGHT-TIME-FILE
               END-IF
             END-IF.

           TRATA-TIEMPO.
             COMPUTE WS-DIA-REG = FUNCTION INTEGER-OF-DATE(NT-FECHA).
             COMPUTE WS-ANTIGUEDAD = WS-DIA-HOY - WS-DIA-REG.
             IF WS-ANTIGUEDAD NOT < 0
                 AND WS-ANTIGUEDAD < WS-VENTANA-DIAS(3)
               MOVE NT-PASO TO WS-NOMBRE-BUSCADO
               IF WS-CON-NIGHTCTL = "Y"
                 PERFORM BUSCA-PASO
               ELSE
                 PERFORM ALTA-PASO
               END-IF
               IF WS-HALLADO > 0
                 PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                     UNTIL WS-VEN-IDX > 3
                   IF WS-ANTIGUEDAD < WS-VENTANA-DIAS(WS-VEN-IDX)
                     ADD 1 TO WS-P-CUENTA(WS-HALLADO, WS-VEN-IDX)
                     ADD NT-SEGUNDOS
                         TO WS-P-SUMA(WS-HALLADO, WS-VEN-IDX)
                     IF NT-SEGUNDOS
                         > WS-P-PICO(WS-HALLADO, WS-VEN-IDX)
                       MOVE NT-SEGUNDOS
                           TO WS-P-PICO(WS-HALLADO, WS-VEN-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
               END-IF
               IF WS-ANTIGUEDAD < WS-VENTANA-DIAS(1)
                 PERFORM ANOTA-INICIO-NOCHE
               END-IF
             END-IF.

           ANOTA-INICIO-NOCHE.
             MOVE NT-INICIO TO WS-HORA-DESC.
             COMPUTE WS-SEG-REG =
                 WS-HD-HH * 3600 + WS-HD-MM * 60 + WS-HD-SS.
             IF WS-HD-HH < 12
               ADD 86400 TO WS-SEG-REG
             END-IF.
             MOVE 0 TO WS-NOCHE-HALLADA.
             PERFORM VARYING WS-NOCHE-IDX FROM 1 BY 1
                 UNTIL WS-NOCHE-IDX > WS-NOCHES-TOTAL
                     OR WS-NOCHE-HALLADA > 0
               IF WS-N-FECHA(WS-NOCHE-IDX) = NT-FECHA
                   AND WS-N-RUN-ID(WS-NOCHE-IDX) = NT-RUN-ID
                 MOVE WS-NOCHE-IDX TO WS-NOCHE-HALLADA
               END-IF
             END-PERFORM.
             IF WS-NOCHE-HALLADA = 0
               IF WS-NOCHES-TOTAL < 100
                 ADD 1 TO WS-NOCHES-TOTAL
                 MOVE NT-FECHA TO WS-N-FECHA(WS-NOCHES-TOTAL)
                 MOVE NT-RUN-ID TO WS-N-RUN-ID(WS-NOCHES-TOTAL)
                 MOVE WS-SEG-REG TO WS-N-INICIO(WS-NOCHES-TOTAL)
               END-IF
             ELSE
               IF WS-SEG-REG < WS-N-INICIO(WS-NOCHE-HALLADA)
                 MOVE WS-SEG-REG TO WS-N-INICIO(WS-NOCHE-HALLADA)
               END-IF
             END-IF.

      *    CTLTOTAL.DAT is appended in date order, so a new date for
      *    a program is a new night of volume for its step.
           CARGA-VOLUMENES.
             OPEN INPUT CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "00"
               PERFORM UNTIL WS-CTL-STATUS = "10"
                 READ CTL-TOTAL-FILE
                   AT END
                     MOVE "10" TO WS-CTL-STATUS
                   NOT AT END
                     IF CTL-FECHA IS NUMERIC AND CTL-FECHA > 0
                       PERFORM TRATA-VOLUMEN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CTL-TOTAL-FILE
             ELSE
               IF WS-CTL-STATUS = "05"
                 CLOSE CTL-TOTAL-FILE
               END-IF
             END-IF.

           TRATA-VOLUMEN.
             COMPUTE WS-DIA-REG = FUNCTION INTEGER-OF-DATE(CTL-FECHA).
             COMPUTE WS-ANTIGUEDAD = WS-DIA-HOY - WS-DIA-REG.
             IF WS-ANTIGUEDAD NOT < 0
                 AND WS-ANTIGUEDAD < WS-VENTANA-DIAS(2)
               MOVE CTL-PROGRAMA TO WS-NOMBRE-BUSCADO
               PERFORM BUSCA-PASO
               IF WS-HALLADO > 0
                 PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                     UNTIL WS-VEN-IDX > 2
                   IF WS-ANTIGUEDAD < WS-VENTANA-DIAS(WS-VEN-IDX)
                     ADD CTL-REGISTROS
                         TO WS-P-VOL-SUMA(WS-HALLADO, WS-VEN-IDX)
                     IF CTL-FECHA NOT = WS-P-VOL-ULTIMA(WS-HALLADO)
                       ADD 1 TO WS-P-VOL-NOCHES(WS-HALLADO, WS-VEN-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
                 MOVE CTL-FECHA TO WS-P-VOL-ULTIMA(WS-HALLADO)
               END-IF
             END-IF.

      *    Growth is the move from the 13-week average to the 4-week
      *    one, per week; it needs history older than 4 weeks.
           CALCULA-TENDENCIA.
             PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                 UNTIL WS-VEN-IDX > 3
               IF WS-P-CUENTA(WS-PASO-IDX, WS-VEN-IDX) > 0
                 COMPUTE WS-P-MEDIA(WS-PASO-IDX, WS-VEN-IDX) ROUNDED =
                     WS-P-SUMA(WS-PASO-IDX, WS-VEN-IDX)
                     / WS-P-CUENTA(WS-PASO-IDX, WS-VEN-IDX)
               END-IF
             END-PERFORM.
             PERFORM VARYING WS-VEN-IDX FROM 1 BY 1
                 UNTIL WS-VEN-IDX > 2
               IF WS-P-VOL-NOCHES(WS-PASO-IDX, WS-VEN-IDX) > 0
                 COMPUTE WS-P-VOL-MEDIA(WS-PASO-IDX, WS-VEN-IDX)
                     ROUNDED = WS-P-VOL-SUMA(WS-PASO-IDX, WS-VEN-IDX)
                     / WS-P-VOL-NOCHES(WS-PASO-IDX, WS-VEN-IDX)
               END-IF
             END-PERFORM.
             MOVE "N" TO WS-P-CRECE-OK(WS-PASO-IDX).
             MOVE 0 TO WS-P-PENDIENTE(WS-PASO-IDX).
             MOVE 0 TO WS-P-CRECE(WS-PASO-IDX).
             IF WS-P-CUENTA(WS-PASO-IDX, 2)
                 > WS-P-CUENTA(WS-PASO-IDX, 1)
                 AND WS-P-CUENTA(WS-PASO-IDX, 1) > 0
                 AND WS-P-MEDIA(WS-PASO-IDX, 2) > 0
               MOVE "Y" TO WS-P-CRECE-OK(WS-PASO-IDX)
               COMPUTE WS-P-PENDIENTE(WS-PASO-IDX) ROUNDED =
                   (WS-P-MEDIA(WS-PASO-IDX, 1)
                    - WS-P-MEDIA(WS-PASO-IDX, 2))
                   / WS-SEMANAS-ENTRE-MEDIAS
               COMPUTE WS-P-CRECE(WS-PASO-IDX) ROUNDED =
                   WS-P-PENDIENTE(WS-PASO-IDX) * 100
                   / WS-P-MEDIA(WS-PASO-IDX, 2)
             END-IF.
             MOVE "N" TO WS-P-VOL-OK(WS-PASO-IDX).
             MOVE 0 TO WS-P-VOL-CRECE(WS-PASO-IDX).
             IF WS-P-VOL-NOCHES(WS-PASO-IDX, 2)
                 > WS-P-VOL-NOCHES(WS-PASO-IDX, 1)
                 AND WS-P-VOL-NOCHES(WS-PASO-IDX, 1) > 0
                 AND WS-P-VOL-MEDIA(WS-PASO-IDX, 2) > 0
               MOVE "Y" TO WS-P-VOL-OK(WS-PASO-IDX)
               COMPUTE WS-P-VOL-CRECE(WS-PASO-IDX) ROUNDED =
                   (WS-P-VOL-MEDIA(WS-PASO-IDX, 1)
                    - WS-P-VOL-MEDIA(WS-PASO-IDX, 2))
                   / WS-SEMANAS-ENTRE-MEDIAS * 100
                   / WS-P-VOL-MEDIA(WS-PASO-IDX, 2)
             END-IF.
             MOVE 0 TO WS-P-SEG-MIL(WS-PASO-IDX).
             IF WS-P-VOL-MEDIA(WS-PASO-IDX, 1) > 0
               COMPUTE WS-P-SEG-MIL(WS-PASO-IDX) ROUNDED =
                   WS-P-MEDIA(WS-PASO-IDX, 1) * 1000
                   / WS-P-VOL-MEDIA(WS-PASO-IDX, 1)
             END-IF.
             MOVE SPACES TO WS-P-AVISO(WS-PASO-IDX).
             IF WS-P-CRECE-OK(WS-PASO-IDX) = "Y"
                 AND WS-P-VOL-OK(WS-PASO-IDX) = "Y"
                 AND WS-P-CRECE(WS-PASO-IDX) > 0
                 AND WS-P-CRECE(WS-PASO-IDX)
                     > WS-P-VOL-CRECE(WS-PASO-IDX)
                       + WS-MARGEN-CRECIMIENTO
               MOVE "REORGANIZAR?" TO WS-P-AVISO(WS-PASO-IDX)
               ADD 1 TO WS-AVISADOS
             END-IF.

           IMPRIME-PASOS.
             MOVE SPACES TO CAP-LINEA.
             STRING "CAPACIDAD DE LA CADENA NOCTURNA - FECHA "
                 WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             IF WS-CON-NIGHTCTL = "N"
               MOVE SPACES TO CAP-LINEA
               STRING "SIN NIGHTCTL.DAT: PASOS TOMADOS DE"
                   " NIGHTTIME.DAT, CADENA EN SERIE."
                   DELIMITED BY SIZE INTO CAP-LINEA
               WRITE CAP-LINEA
             END-IF.
             MOVE SPACES TO CAP-LINEA.
             WRITE CAP-LINEA.
             MOVE SPACES TO CAP-LINEA.
             STRING "                    --4 SEMANAS- --13 SEMANAS"
                 "- --52 SEMANAS-    CRECE     SEG POR   VOLUMEN"
                 DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             MOVE SPACES TO CAP-LINEA.
             STRING "PASO                MEDIA  PICO  MEDIA  PICO "
                 " MEDIA  PICO    %/SEM   1000 REG.     %/SEM"
                 DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                 UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
               MOVE WS-P-NOMBRE(WS-PASO-IDX) TO WS-LP-NOMBRE
               MOVE WS-P-MEDIA(WS-PASO-IDX, 1) TO WS-LP-MEDIA4
               MOVE WS-P-PICO(WS-PASO-IDX, 1) TO WS-LP-PICO4
               MOVE WS-P-MEDIA(WS-PASO-IDX, 2) TO WS-LP-MEDIA13
               MOVE WS-P-PICO(WS-PASO-IDX, 2) TO WS-LP-PICO13
               MOVE WS-P-MEDIA(WS-PASO-IDX, 3) TO WS-LP-MEDIA52
               MOVE WS-P-PICO(WS-PASO-IDX, 3) TO WS-LP-PICO52
               MOVE WS-P-CRECE(WS-PASO-IDX) TO WS-LP-CRECE
               MOVE WS-P-SEG-MIL(WS-PASO-IDX) TO WS-LP-SEG-MIL
               MOVE WS-P-VOL-CRECE(WS-PASO-IDX) TO WS-LP-VOL-CRECE
               MOVE WS-P-AVISO(WS-PASO-IDX) TO WS-LP-AVISO
               MOVE WS-LINEA-PASO TO CAP-LINEA
               IF WS-P-CRECE-OK(WS-PASO-IDX) = "N"
                 MOVE "      --" TO CAP-LINEA(60:8)
               END-IF
               IF WS-P-VOL-MEDIA(WS-PASO-IDX, 1) = 0
                 MOVE "        --" TO CAP-LINEA(70:10)
               END-IF
               IF WS-P-VOL-OK(WS-PASO-IDX) = "N"
                 MOVE "      --" TO CAP-LINEA(82:8)
               END-IF
               WRITE CAP-LINEA
             END-PERFORM.
             MOVE SPACES TO CAP-LINEA.
             WRITE CAP-LINEA.
             MOVE SPACES TO CAP-LINEA.
             STRING "CRECE %/SEM: MEDIA DE 4 SEMANAS CONTRA LA DE 13,"
                 " POR SEMANA. -- = SIN HISTORIA O SIN VOLUMEN EN"
                 " CTLTOTAL.DAT." DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             MOVE SPACES TO CAP-LINEA.
             STRING "REORGANIZAR? = EL TIEMPO CRECE MAS DEPRISA QUE EL"
                 " VOLUMEN: REVISE LA ORGANIZACION DE SUS FICHEROS."
                 DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.

      *    The path is the longest chain of dependencies, each step
      *    at its 4-week average plus its weekly growth times the
      *    weeks ahead; the relaxation is repeated until no finish
      *    moves, which any acyclic NIGHTCTL settles.
           CALCULA-RUTA.
             PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                 UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
               COMPUTE WS-P-DURACION(WS-PASO-IDX) =
                   WS-P-MEDIA(WS-PASO-IDX, 1)
                   + WS-P-PENDIENTE(WS-PASO-IDX) * WS-SEMANA
               IF WS-P-DURACION(WS-PASO-IDX) < 0
                 MOVE 0 TO WS-P-DURACION(WS-PASO-IDX)
               END-IF
               MOVE WS-P-DURACION(WS-PASO-IDX) TO WS-P-FIN(WS-PASO-IDX)
               MOVE 0 TO WS-P-PREVIO(WS-PASO-IDX)
             END-PERFORM.
             MOVE 0 TO WS-RUTA.
             MOVE 0 TO WS-RUTA-ULTIMO.
             IF WS-CON-NIGHTCTL = "N"
               PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                 ADD WS-P-DURACION(WS-PASO-IDX) TO WS-RUTA
                 IF WS-PASO-IDX > 1
                   COMPUTE WS-P-PREVIO(WS-PASO-IDX) = WS-PASO-IDX - 1
                 END-IF
                 MOVE WS-PASO-IDX TO WS-RUTA-ULTIMO
               END-PERFORM
             ELSE
               MOVE "Y" TO WS-HUBO-CAMBIO
               MOVE 0 TO WS-VUELTAS
               PERFORM UNTIL WS-HUBO-CAMBIO = "N"
                   OR WS-VUELTAS > WS-TOTAL-PASOS
                 MOVE "N" TO WS-HUBO-CAMBIO
                 ADD 1 TO WS-VUELTAS
                 PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                     UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                   PERFORM RELAJA-PASO
                 END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                   UNTIL WS-PASO-IDX > WS-TOTAL-PASOS
                 IF WS-P-FIN(WS-PASO-IDX) > WS-RUTA
                   MOVE WS-P-FIN(WS-PASO-IDX) TO WS-RUTA
                   MOVE WS-PASO-IDX TO WS-RUTA-ULTIMO
                 END-IF
               END-PERFORM
             END-IF.

           RELAJA-PASO.
             PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > 3
               MOVE WS-P-DEP-IDX(WS-PASO-IDX, WS-DEP-IDX)
                   TO WS-OTRO-IDX
               IF WS-OTRO-IDX > 0
                 COMPUTE WS-FIN-CANDIDATO = WS-P-FIN(WS-OTRO-IDX)
                     + WS-P-DURACION(WS-PASO-IDX)
                 IF WS-FIN-CANDIDATO > WS-P-FIN(WS-PASO-IDX)
                   MOVE WS-FIN-CANDIDATO TO WS-P-FIN(WS-PASO-IDX)
                   MOVE WS-OTRO-IDX TO WS-P-PREVIO(WS-PASO-IDX)
                   MOVE "Y" TO WS-HUBO-CAMBIO
                 END-IF
               END-IF
             END-PERFORM.

           PROYECTA-RUTA.
             MOVE 0 TO WS-SEMANA.
             PERFORM CALCULA-RUTA.
             MOVE WS-RUTA TO WS-RUTA-HOY.
             MOVE SPACES TO CAP-LINEA.
             WRITE CAP-LINEA.
             MOVE "--- RUTA CRITICA ACTUAL ---" TO CAP-LINEA.
             WRITE CAP-LINEA.
             MOVE 0 TO WS-CR-TOTAL.
             MOVE WS-RUTA-ULTIMO TO WS-PASO-IDX.
             PERFORM UNTIL WS-PASO-IDX = 0 OR WS-CR-TOTAL = 60
               ADD 1 TO WS-CR-TOTAL
               MOVE WS-PASO-IDX TO WS-CR-PASO(WS-CR-TOTAL)
               MOVE WS-P-PREVIO(WS-PASO-IDX) TO WS-PASO-IDX
             END-PERFORM.
             PERFORM VARYING WS-CR-IDX FROM WS-CR-TOTAL BY -1
                 UNTIL WS-CR-IDX < 1
               MOVE WS-CR-PASO(WS-CR-IDX) TO WS-PASO-IDX
               MOVE WS-P-DURACION(WS-PASO-IDX) TO WS-DURACION-MOSTRAR
               MOVE SPACES TO CAP-LINEA
               STRING "  " WS-P-NOMBRE(WS-PASO-IDX) " "
                   WS-DURACION-MOSTRAR " SEG"
                   DELIMITED BY SIZE INTO CAP-LINEA
               WRITE CAP-LINEA
             END-PERFORM.
             MOVE WS-RUTA-HOY TO WS-DURACION-MOSTRAR.
             MOVE SPACES TO CAP-LINEA.
             STRING "DURACION DE LA RUTA CRITICA: " WS-DURACION-MOSTRAR
                 " SEG" DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             IF WS-NOCHES-TOTAL = 0 OR WS-HORA-CORTE = 0
               MOVE SPACES TO CAP-LINEA
               STRING "SIN HORA DE CORTE EN NIGHTPARM.DAT O SIN"
                   " NOCHES RECIENTES: NO SE PROYECTA EL CRUCE."
                   DELIMITED BY SIZE INTO CAP-LINEA
               WRITE CAP-LINEA
             ELSE
               PERFORM BUSCA-CRUCE
             END-IF.

      *    The chain starts at its average start of the last 4
      *    weeks; a morning cutoff is counted after midnight.
           BUSCA-CRUCE.
             PERFORM VARYING WS-NOCHE-IDX FROM 1 BY 1
                 UNTIL WS-NOCHE-IDX > WS-NOCHES-TOTAL
               ADD WS-N-INICIO(WS-NOCHE-IDX) TO WS-SUMA-INICIOS
             END-PERFORM.
             COMPUTE WS-SEG-INICIO-MEDIO ROUNDED =
                 WS-SUMA-INICIOS / WS-NOCHES-TOTAL.
             COMPUTE WS-SEG-CORTE =
                 (WS-HORA-CORTE / 100) * 3600
                 + FUNCTION REM(WS-HORA-CORTE, 100) * 60.
             IF WS-HORA-CORTE < 1200
               ADD 86400 TO WS-SEG-CORTE
             END-IF.
             MOVE WS-SEG-INICIO-MEDIO TO WS-HHMM-SEG.
             PERFORM SEGUNDOS-A-HHMM.
             MOVE SPACES TO CAP-LINEA.
             STRING "INICIO MEDIO DE LA CADENA (4 SEMANAS): " WS-HHMM
                 "   HORA DE CORTE: " WS-HORA-CORTE
                 DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             COMPUTE WS-HHMM-SEG = WS-SEG-INICIO-MEDIO + WS-RUTA-HOY.
             PERFORM SEGUNDOS-A-HHMM.
             MOVE SPACES TO CAP-LINEA.
             STRING "FIN DE LA RUTA CRITICA HOY: " WS-HHMM
                 DELIMITED BY SIZE INTO CAP-LINEA.
             WRITE CAP-LINEA.
             PERFORM VARYING WS-SEMANA FROM 0 BY 1
                 UNTIL WS-SEMANA > 520 OR WS-HAY-CRUCE = "Y"
               PERFORM CALCULA-RUTA
               COMPUTE WS-SEG-FIN = WS-SEG-INICIO-MEDIO + WS-RUTA
               IF WS-SEG-FIN > WS-SEG-CORTE
                 MOVE "Y" TO WS-HAY-CRUCE
                 MOVE WS-SEMANA TO WS-SEMANA-CRUCE
               END-IF
             END-PERFORM.
             MOVE SPACES TO CAP-LINEA.
             IF WS-HAY-CRUCE = "N"
               STRING "AL RITMO ACTUAL LA RUTA CRITICA NO PASA EL"
                   " CORTE EN LOS PROXIMOS 10 ANOS."
                   DELIMITED BY SIZE INTO CAP-LINEA
             ELSE
               IF WS-SEMANA-CRUCE = 0
                 STRING "*** LA RUTA CRITICA YA PASA EL CORTE CON LOS"
                     " TIEMPOS ACTUALES ***"
                     DELIMITED BY SIZE INTO CAP-LINEA
               ELSE
                 COMPUTE WS-FECHA-CRUCE = FUNCTION DATE-OF-INTEGER(
                     WS-DIA-HOY + WS-SEMANA-CRUCE * 7)
                 MOVE WS-SEMANA-CRUCE TO WS-SEMANA-MOSTRAR
                 STRING "*** AL RITMO ACTUAL LA RUTA CRITICA PASA EL"
                     " CORTE HACIA EL " WS-FECHA-CRUCE " (EN "
                     WS-SEMANA-MOSTRAR " SEMANAS) ***"
                     DELIMITED BY SIZE INTO CAP-LINEA
               END-IF
             END-IF.
             WRITE CAP-LINEA.
             DISPLAY CAP-LINEA.

           SEGUNDOS-A-HHMM.
             IF WS-HHMM-SEG NOT < 86400
               SUBTRACT 86400 FROM WS-HHMM-SEG
             END-IF.
             COMPUTE WS-HHMM = (WS-HHMM-SEG / 3600) * 100
                 + FUNCTION REM(WS-HHMM-SEG, 3600) / 60.

           RESUELVE-ARCHIVOS.
             MOVE "NIGHTCTL.DAT" TO WS-ARCH-NIGHTCTL.
             CALL "ENVNAME" USING WS-ARCH-NIGHTCTL WS-AMBIENTE.
             MOVE "NIGHTTIME.DAT" TO WS-ARCH-NIGHTTIME.
             CALL "ENVNAME" USING WS-ARCH-NIGHTTIME WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "NIGHTPARM.DAT" TO WS-ARCH-NIGHTPARM.
             CALL "ENVNAME" USING WS-ARCH-NIGHTPARM WS-AMBIENTE.
             MOVE "CAPARPT.DAT" TO WS-ARCH-CAPARPT.
             CALL "ENVNAME" USING WS-ARCH-CAPARPT WS-AMBIENTE.

       END PROGRAM NIGHTCAP.
