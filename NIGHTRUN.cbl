      *          correct per branch. A tolerated non-zero RC is
      *          carried into the chain's final RETURN-CODE
      *          JCL-MAXCC-style.
      *          After a missed night, a catch-up end date in
      *          NIGHTPARM.DAT runs the whole chain once per unclosed
      *          business date in order: each date must be closed by
      *          DATEROLL (DAYCLOSE.DAT and BUSDATE.DAT checked)
      *          before the next one starts, each date's calendar
      *          decides its own periodic steps, and the run stops at
      *          the first date that fails. NIGHTRES.DAT gets one
      *          combined summary: per date, the steps run with their
      *          RC and the steps skipped by frequency or control.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-NIGHTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT OPTIONAL DAY-CLOSE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DAYCLOSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT NIGHT-RES-FILE ASSIGN TO DYNAMIC WS-ARCH-NIGHTRES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT OPTIONAL PASO-RC-FILE ASSIGN TO DYNAMIC
               WS-NOMBRE-RC
               ORGANIZATION IS LINE SEQUENTIAL
       01  NIGHT-CKPT-REG.
           05  CKP-FECHA PIC 9(8).
      *    One byte per step position: "C"/"S" = done for the date.
           05  CKP-ESTADOS PIC X(80).

       FD  NIGHT-PARM-FILE.
       01  NIGHT-PARM-REG.
           05  NIGHT-PARM-MODO  PIC X.
           05  NIGHT-PARM-CORTE PIC 9(4).
      *    Last business date of a catch-up run; 0 = normal night.
           05  NIGHT-PARM-HASTA PIC 9(8).

       FD  NIGHT-CTL-FILE.
           COPY "NIGHTCTL.cpy".
       FD  NIGHT-STAT-FILE.
           COPY "NIGHTSTAT.cpy".

       FD  DAY-CLOSE-FILE.
       01  DAY-CLOSE-REG PIC 9(8).

       FD  NIGHT-RES-FILE.
       01  NIGHT-RES-LINEA PIC X(100).

       FD  PASO-RC-FILE.
       01  PASO-RC-REG PIC X(10).

       01  WS-RC-STATUS PIC XX.
       01  WS-ARCH-NIGHTSTAT PIC X(30).
       01  WS-STAT-STATUS PIC XX.
       01  WS-ARCH-DAYCLOSE PIC X(30).
       01  WS-CLOSE-STATUS PIC XX.
       01  WS-ARCH-NIGHTRES PIC X(30).
       01  WS-RES-STATUS PIC XX.

       01  WS-NOMBRE-PASO PIC X(20).
       01  WS-RC PIC 9(4).
       01  WS-PASOS-EJECUTADOS PIC 9(3) VALUE 0.
       01  WS-NCTL-STATUS PIC XX.
       01  WS-TABLA-PASOS.
           05  WS-PASO-ENTRY OCCURS 80.
               10  WS-TP-NOMBRE  PIC X(20).
               10  WS-TP-COMANDO PIC X(40).
               10  WS-TP-RC-MAX  PIC 9(4).
               10  WS-TP-HORA-INI PIC 9(8).
               10  WS-TP-HORA-FIN PIC 9(8).
               10  WS-TP-ESPERADO PIC 9(5).
               10  WS-TP-RC      PIC 9(4).
      *        Why a step is "S": "O" control, "F" frequency;
      *        "K" = done by an earlier attempt (checkpoint).
               10  WS-TP-MOTIVO  PIC X.
       01  WS-TOTAL-PASOS PIC 99 VALUE 0.
       01  WS-TABLA-IDX PIC 99.
       01  WS-RC-MAXIMO PIC 9(4).
       01  WS-ANOMES-HOY PIC 9(6).
       01  WS-ANOMES-OBRA PIC 9(6).
       01  WS-BUSCANDO PIC X.
       01  WS-CKP-ESTADOS PIC X(80) VALUE SPACES.
       01  WS-HAY-CHECKPOINT PIC X VALUE "N".
       01  WS-FIN PIC X VALUE "N".
       01  WS-HUBO-FALLO PIC X VALUE "N".
       01  WS-COMANDO-BG PIC X(240).
       01  WS-CMD-SLEEP PIC X(8) VALUE "sleep 1".
       01  WS-RC-TEXTO PIC X(10).
       01  WS-RC-CADENA PIC 9(4) VALUE 0.
       01  WS-CADENA-OK PIC X VALUE "N".
       01  WS-FECHA-HASTA PIC 9(8) VALUE 0.
       01  WS-EN-RECUPERACION PIC X VALUE "N".
       01  WS-SIGUE-RECUPERACION PIC X.
       01  WS-FECHA-SISTEMA PIC 9(8).
       01  WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-CERRADA PIC 9(8).
       01  WS-FECHA-SIGUIENTE PIC 9(8).
       01  WS-FECHAS-CERRADAS PIC 9(3) VALUE 0.
       01  WS-RC-RECUPERACION PIC 9(4) VALUE 0.
       01  WS-RES-RESULTADO PIC X(40).
       01  WS-RES-DETALLE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-FERIADOS.
           PERFORM CARGA-TABLA-PASOS.
           IF WS-EN-RECUPERACION = "Y"
             PERFORM CORRE-RECUPERACION
             MOVE WS-RC-RECUPERACION TO RETURN-CODE
           ELSE
             PERFORM CORRE-CADENA-DEL-DIA
             MOVE WS-RC-CADENA TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    One night of the chain for the business date in
      *    WS-FECHA-HOY. Everything a previous date may have left
      *    behind is reset here, so a catch-up run can call it once
      *    per date.
           CORRE-CADENA-DEL-DIA.
             MOVE "N" TO WS-HAY-CHECKPOINT.
             MOVE SPACES TO WS-CKP-ESTADOS.
             MOVE "N" TO WS-FIN.
             MOVE "N" TO WS-HUBO-FALLO.
             MOVE "N" TO WS-CORTE-ALCANZADO.
             MOVE "N" TO WS-CADENA-OK.
             MOVE 0 TO WS-CORRIENDO.
             MOVE 0 TO WS-PASOS-EJECUTADOS.
             MOVE 0 TO WS-RC-FINAL.
             PERFORM CARGA-CHECKPOINT-CADENA.
             PERFORM ASIGNA-RUN-ID.
             PERFORM PREPARA-ESTADOS.
      *    Wave scheduler: launch every step whose predecessors are
      *    done, collect whatever finishes, launch what that opened
      *    up, until nothing is running and nothing more can start.
             PERFORM UNTIL WS-FIN = "Y"
               PERFORM LANZA-ELEGIBLES
               IF WS-CORRIENDO = 0
                 MOVE "Y" TO WS-FIN
               ELSE
                 PERFORM RECOGE-TERMINADOS
               END-IF
             END-PERFORM.
             PERFORM CUENTA-PENDIENTES.
             EVALUATE TRUE
               WHEN WS-CORTE-ALCANZADO = "Y"
                 DISPLAY "*** CADENA CORTADA POR VENTANA DE LOTES ***"
                 MOVE 12 TO WS-RC-CADENA
               WHEN WS-HUBO-FALLO = "Y"
                 DISPLAY "*** CADENA NOCTURNA DETENIDA: "
                     WS-PENDIENTES
                     " PASO(S) QUEDAN BLOQUEADOS POR SU RAMA ***"
                 MOVE 99 TO WS-RC-CADENA
               WHEN WS-PENDIENTES > 0
                 DISPLAY "*** " WS-PENDIENTES " PASO(S) SIN PODER"
                     " LANZARSE: REVISE LAS DEPENDENCIAS DE"
                     " NIGHTCTL.DAT (CICLO O NOMBRE ERRADO) ***"
                 MOVE 99 TO WS-RC-CADENA
               WHEN OTHER
                 MOVE "Y" TO WS-CADENA-OK
                 IF WS-PASOS-EJECUTADOS = 0
                   DISPLAY "CADENA YA COMPLETADA HOY: NADA QUE"
                       " HACER."
                 ELSE
                   DISPLAY "CADENA NOCTURNA COMPLETADA CORRECTAMENTE."
                 END-IF
                 MOVE WS-RC-FINAL TO WS-RC-CADENA
                 IF WS-RC-FINAL > 0
                   DISPLAY "RC FINAL DE LA CADENA (TOLERADO): "
                       WS-RC-FINAL
                 END-IF
             END-EVALUATE.

      *    Catch-up after a missed night: the chain runs for the
      *    current business date, DATEROLL inside it closes the date
      *    and rolls BUSDATE.DAT to the next working day, and the
      *    loop goes again with that date until the end date is
      *    closed. A date is only taken as done when DAYCLOSE.DAT
      *    holds it and BUSDATE.DAT has moved past it, so a chain
      *    whose DATEROLL was skipped can never run the same date's
      *    weekly jobs twice. No date later than the system date is
      *    ever run.
           CORRE-RECUPERACION.
             ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
             MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
             OPEN OUTPUT NIGHT-RES-FILE.
             MOVE SPACES TO NIGHT-RES-LINEA.
             STRING "RESUMEN DE RECUPERACION DE LA CADENA NOCTURNA: "
                 "FECHAS " WS-FECHA-DESDE " A " WS-FECHA-HASTA
                 DELIMITED BY SIZE INTO NIGHT-RES-LINEA.
             WRITE NIGHT-RES-LINEA.
             MOVE "Y" TO WS-SIGUE-RECUPERACION.
             PERFORM LEE-DIA-CERRADO.
             IF WS-FECHA-CERRADA NOT < WS-FECHA-HOY
               MOVE SPACES TO NIGHT-RES-LINEA
               STRING "*** LA FECHA DE NEGOCIO " WS-FECHA-HOY
                   " YA FIGURA CERRADA EN DAYCLOSE.DAT ("
                   WS-FECHA-CERRADA "): NO SE RECUPERA ***"
                   DELIMITED BY SIZE INTO NIGHT-RES-LINEA
               WRITE NIGHT-RES-LINEA
               DISPLAY NIGHT-RES-LINEA
               MOVE 99 TO WS-RC-RECUPERACION
               MOVE "N" TO WS-SIGUE-RECUPERACION
             END-IF.
             PERFORM UNTIL WS-SIGUE-RECUPERACION = "N"
               EVALUATE TRUE
                 WHEN WS-FECHA-HOY > WS-FECHA-HASTA
                   MOVE "N" TO WS-SIGUE-RECUPERACION
                 WHEN WS-FECHA-HOY > WS-FECHA-SISTEMA
                   MOVE SPACES TO NIGHT-RES-LINEA
                   STRING "LA FECHA DE NEGOCIO " WS-FECHA-HOY
                       " ES POSTERIOR A HOY: LA RECUPERACION TERMINA"
                       " AQUI." DELIMITED BY SIZE INTO NIGHT-RES-LINEA
                   WRITE NIGHT-RES-LINEA
                   DISPLAY NIGHT-RES-LINEA
                   MOVE "N" TO WS-SIGUE-RECUPERACION
                 WHEN OTHER
                   DISPLAY "=== RECUPERACION: FECHA DE NEGOCIO "
                       WS-FECHA-HOY " ==="
                   PERFORM CORRE-CADENA-DEL-DIA
                   PERFORM VERIFICA-CIERRE-FECHA
                   PERFORM RESUME-FECHA
                   IF WS-SIGUE-RECUPERACION = "Y"
                     MOVE WS-FECHA-SIGUIENTE TO WS-FECHA-HOY
                   END-IF
               END-EVALUATE
             END-PERFORM.
             MOVE SPACES TO NIGHT-RES-LINEA.
             WRITE NIGHT-RES-LINEA.
             MOVE SPACES TO NIGHT-RES-LINEA.
             STRING "FECHAS CERRADAS: " WS-FECHAS-CERRADAS
                 "   FECHA DE NEGOCIO ACTUAL: " WS-FECHA-HOY
                 "   RC: " WS-RC-RECUPERACION
                 DELIMITED BY SIZE INTO NIGHT-RES-LINEA.
             WRITE NIGHT-RES-LINEA.
             CLOSE NIGHT-RES-FILE.
             DISPLAY NIGHT-RES-LINEA.
             DISPLAY "RESUMEN DE LA RECUPERACION EN NIGHTRES.DAT".

           VERIFICA-CIERRE-FECHA.
             IF WS-CADENA-OK = "N"
               MOVE WS-RC-CADENA TO WS-RC-RECUPERACION
               MOVE "DETENIDA" TO WS-RES-RESULTADO
               MOVE "N" TO WS-SIGUE-RECUPERACION
             ELSE
               PERFORM LEE-DIA-CERRADO
               CALL "BUSDATE" USING WS-FECHA-SIGUIENTE
               IF WS-FECHA-CERRADA NOT = WS-FECHA-HOY
                   OR WS-FECHA-SIGUIENTE NOT > WS-FECHA-HOY
                 DISPLAY "*** LA FECHA " WS-FECHA-HOY " NO QUEDO"
                     " CERRADA POR DATEROLL: SE DETIENE LA"
                     " RECUPERACION ***"
                 MOVE 99 TO WS-RC-RECUPERACION
                 MOVE "SIN CERRAR: DATEROLL NO CORRIO"
                     TO WS-RES-RESULTADO
                 MOVE "N" TO WS-SIGUE-RECUPERACION
               ELSE
                 ADD 1 TO WS-FECHAS-CERRADAS
                 IF WS-RC-CADENA > WS-RC-RECUPERACION
                   MOVE WS-RC-CADENA TO WS-RC-RECUPERACION
                 END-IF
                 MOVE SPACES TO WS-RES-RESULTADO
                 STRING "CERRADA -> " WS-FECHA-SIGUIENTE
                     DELIMITED BY SIZE INTO WS-RES-RESULTADO
      *          A forced full rerun applies to the first date only.
                 MOVE "N" TO WS-RERUN-COMPLETO
               END-IF
             END-IF.

           LEE-DIA-CERRADO.
             MOVE 0 TO WS-FECHA-CERRADA.
             OPEN INPUT DAY-CLOSE-FILE.
             IF WS-CLOSE-STATUS = "00"
               READ DAY-CLOSE-FILE
                 NOT AT END
                   IF DAY-CLOSE-REG IS NUMERIC
                     MOVE DAY-CLOSE-REG TO WS-FECHA-CERRADA
                   END-IF
               END-READ
             END-IF.
             IF WS-CLOSE-STATUS = "00" OR WS-CLOSE-STATUS = "05"
               CLOSE DAY-CLOSE-FILE
             END-IF.

      *    The date's block of the combined summary, written as soon
      *    as the date ends so an interrupted catch-up still shows
      *    every date it got through.
           RESUME-FECHA.
             MOVE SPACES TO NIGHT-RES-LINEA.
             WRITE NIGHT-RES-LINEA.
             MOVE SPACES TO NIGHT-RES-LINEA.
             STRING "FECHA DE NEGOCIO " WS-FECHA-HOY "  RUN-ID "
                 WS-RUN-ID "  RC " WS-RC-CADENA "  "
                 WS-RES-RESULTADO
                 DELIMITED BY SIZE INTO NIGHT-RES-LINEA.
             WRITE NIGHT-RES-LINEA.
             PERFORM VARYING WS-TABLA-IDX FROM 1 BY 1
                 UNTIL WS-TABLA-IDX > WS-TOTAL-PASOS
               MOVE SPACES TO WS-RES-DETALLE
               EVALUATE TRUE
                 WHEN WS-TP-MOTIVO(WS-TABLA-IDX) = "K"
                   MOVE "YA HECHO (CHECKPOINT)" TO WS-RES-DETALLE
                 WHEN WS-TP-ESTADO(WS-TABLA-IDX) = "C"
                   STRING "EJECUTADO  RC " WS-TP-RC(WS-TABLA-IDX)
                       DELIMITED BY SIZE INTO WS-RES-DETALLE
                 WHEN WS-TP-ESTADO(WS-TABLA-IDX) = "F"
                   STRING "FALLADO    RC " WS-TP-RC(WS-TABLA-IDX)
                       DELIMITED BY SIZE INTO WS-RES-DETALLE
                 WHEN WS-TP-ESTADO(WS-TABLA-IDX) = "S"
                     AND WS-TP-MOTIVO(WS-TABLA-IDX) = "F"
                   STRING "NO TOCA (FRECUENCIA " DELIMITED BY SIZE
                       WS-TP-FREC(WS-TABLA-IDX) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE INTO WS-RES-DETALLE
                 WHEN WS-TP-ESTADO(WS-TABLA-IDX) = "S"
                   MOVE "OMITIDO POR CONTROL" TO WS-RES-DETALLE
                 WHEN OTHER
                   MOVE "NO LANZADO" TO WS-RES-DETALLE
               END-EVALUATE
               MOVE SPACES TO NIGHT-RES-LINEA
               STRING "  " WS-TP-NOMBRE(WS-TABLA-IDX) " "
                   WS-RES-DETALLE
                   DELIMITED BY SIZE INTO NIGHT-RES-LINEA
               WRITE NIGHT-RES-LINEA
             END-PERFORM.

           PREPARA-ESTADOS.
             PERFORM VARYING WS-TABLA-IDX FROM 1 BY 1
                       OR WS-CKP-ESTADOS(WS-TABLA-IDX:1) = "S")
                 MOVE WS-CKP-ESTADOS(WS-TABLA-IDX:1)
                     TO WS-TP-ESTADO(WS-TABLA-IDX)
                 MOVE "K" TO WS-TP-MOTIVO(WS-TABLA-IDX)
                 DISPLAY "PASO: " WS-TP-NOMBRE(WS-TABLA-IDX)
                     " YA COMPLETADO HOY. SE OMITE."
               ELSE
                 MOVE SPACE TO WS-TP-ESTADO(WS-TABLA-IDX)
                 MOVE SPACE TO WS-TP-MOTIVO(WS-TABLA-IDX)
               END-IF
               MOVE 0 TO WS-TP-RC(WS-TABLA-IDX)
               MOVE 0 TO WS-TP-HORA-INI(WS-TABLA-IDX)
               MOVE 0 TO WS-TP-HORA-FIN(WS-TABLA-IDX)
               MOVE WS-TP-NOMBRE(WS-TABLA-IDX) TO WS-NOMBRE-PASO
               DISPLAY "PASO: " WS-NOMBRE-PASO
                   " OMITIDO POR CONTROL."
               MOVE "S" TO WS-TP-ESTADO(WS-TABLA-IDX)
               MOVE "O" TO WS-TP-MOTIVO(WS-TABLA-IDX)
               PERFORM GRABA-CHECKPOINT-CADENA
               PERFORM GRABA-ESTADO-VIVO
             ELSE
                 DISPLAY "PASO: " WS-NOMBRE-PASO
                     " NO TOCA HOY (FRECUENCIA " WS-FRECUENCIA ")."
                 MOVE "S" TO WS-TP-ESTADO(WS-TABLA-IDX)
                 MOVE "F" TO WS-TP-MOTIVO(WS-TABLA-IDX)
                 PERFORM GRABA-CHECKPOINT-CADENA
                 PERFORM GRABA-ESTADO-VIVO
               ELSE
             ELSE
               MOVE 99 TO WS-RC
             END-IF.
             MOVE WS-RC TO WS-TP-RC(WS-TABLA-IDX).
             MOVE WS-TP-HORA-INI(WS-TABLA-IDX)
                 TO WS-HORA-INICIO-PASO.
             ACCEPT WS-HORA-FIN-PASO FROM TIME.
                   AT END
                     MOVE "10" TO WS-NCTL-STATUS
                   NOT AT END
                     IF WS-TOTAL-PASOS < 80
                       ADD 1 TO WS-TOTAL-PASOS
                       MOVE NCTL-PASO-NOMBRE
                           TO WS-TP-NOMBRE(WS-TOTAL-PASOS)
                           TO WS-TP-RECURSO(WS-TOTAL-PASOS, 4)
                     ELSE
                       DISPLAY "*** AVISO: NIGHTCTL.DAT TIENE MAS DE"
                           " 80 PASOS. SE IGNORA EL RESTO. ***"
                       MOVE "10" TO WS-NCTL-STATUS
                     END-IF
                 END-READ
      *    spine plus the periodic work with its own calendar, so
      *    the weekly audit and the month-end jobs stop depending
      *    on someone remembering to launch them.
             MOVE 61 TO WS-TOTAL-PASOS.
             MOVE "INGATE" TO WS-TP-NOMBRE(1).
             MOVE "./INGATE" TO WS-TP-COMANDO(1).
             MOVE 8 TO WS-TP-RC-MAX(1).
             MOVE "STNDRUN" TO WS-TP-NOMBRE(11).
             MOVE "./STNDRUN" TO WS-TP-COMANDO(11).
             MOVE 0 TO WS-TP-RC-MAX(11).
             MOVE "PERFORM-THRU" TO WS-TP-NOMBRE(12).
             MOVE "./PERFORM-THRU" TO WS-TP-COMANDO(12).
             MOVE 0 TO WS-TP-RC-MAX(12).
             MOVE "./CURRRPT" TO WS-TP-COMANDO(34).
             MOVE 0 TO WS-TP-RC-MAX(34).
             MOVE "ULTIMO" TO WS-TP-FREC(34).
             MOVE "ACUCHK" TO WS-TP-NOMBRE(35).
             MOVE "./ACUCHK" TO WS-TP-COMANDO(35).
             MOVE 8 TO WS-TP-RC-MAX(35).
             MOVE "GLRECON" TO WS-TP-NOMBRE(36).
             MOVE "./GLRECON" TO WS-TP-COMANDO(36).
             MOVE 8 TO WS-TP-RC-MAX(36).
             MOVE "PROFACUM" TO WS-TP-NOMBRE(37).
             MOVE "./PROFACUM" TO WS-TP-COMANDO(37).
             MOVE 0 TO WS-TP-RC-MAX(37).
             MOVE "PROFRPT" TO WS-TP-NOMBRE(38).
             MOVE "./PROFRPT" TO WS-TP-COMANDO(38).
             MOVE 4 TO WS-TP-RC-MAX(38).
             MOVE "ULTIMO" TO WS-TP-FREC(38).
             MOVE "EDELRTRN" TO WS-TP-NOMBRE(39).
             MOVE "./EDELRTRN" TO WS-TP-COMANDO(39).
             MOVE 8 TO WS-TP-RC-MAX(39).
             MOVE "DDDEVOL" TO WS-TP-NOMBRE(40).
             MOVE "./DDDEVOL" TO WS-TP-COMANDO(40).
             MOVE 8 TO WS-TP-RC-MAX(40).
             MOVE "DDCOBRO" TO WS-TP-NOMBRE(41).
             MOVE "./DDCOBRO" TO WS-TP-COMANDO(41).
      *    RC 12 is a previous bank file still not taken: reported
      *    in the chain's RC, but it must not hold up BALPOST.
             MOVE 12 TO WS-TP-RC-MAX(41).
             MOVE "LISTAREV" TO WS-TP-NOMBRE(42).
             MOVE "./LISTAREV" TO WS-TP-COMANDO(42).
             MOVE 8 TO WS-TP-RC-MAX(42).
             MOVE "SEM1" TO WS-TP-FREC(42).
             MOVE "SEQCONC" TO WS-TP-NOMBRE(43).
             MOVE "./SEQCONC" TO WS-TP-COMANDO(43).
             MOVE 8 TO WS-TP-RC-MAX(43).
             MOVE "SODRPT" TO WS-TP-NOMBRE(44).
             MOVE "./SODRPT" TO WS-TP-COMANDO(44).
             MOVE 4 TO WS-TP-RC-MAX(44).
             MOVE "SEM5" TO WS-TP-FREC(44).
             MOVE "DORMANT" TO WS-TP-NOMBRE(45).
             MOVE "./DORMANT" TO WS-TP-COMANDO(45).
             MOVE 4 TO WS-TP-RC-MAX(45).
             MOVE "PRIMERO" TO WS-TP-FREC(45).
             MOVE "CUSTMOVE" TO WS-TP-NOMBRE(46).
             MOVE "./CUSTMOVE" TO WS-TP-COMANDO(46).
             MOVE 4 TO WS-TP-RC-MAX(46).
             MOVE "ULTIMO" TO WS-TP-FREC(46).
             MOVE "NIGHTCAP" TO WS-TP-NOMBRE(47).
             MOVE "./NIGHTCAP" TO WS-TP-COMANDO(47).
             MOVE 4 TO WS-TP-RC-MAX(47).
             MOVE "SEM1" TO WS-TP-FREC(47).
             MOVE "INTVALOR" TO WS-TP-NOMBRE(48).
             MOVE "./INTVALOR" TO WS-TP-COMANDO(48).
             MOVE 0 TO WS-TP-RC-MAX(48).
             MOVE "FXREVAL" TO WS-TP-NOMBRE(49).
             MOVE "./FXREVAL" TO WS-TP-COMANDO(49).
             MOVE 0 TO WS-TP-RC-MAX(49).
             MOVE "BANKREC" TO WS-TP-NOMBRE(50).
             MOVE "./BANKREC" TO WS-TP-COMANDO(50).
             MOVE 8 TO WS-TP-RC-MAX(50).
             MOVE "NOMDESC" TO WS-TP-NOMBRE(51).
             MOVE "./NOMDESC" TO WS-TP-COMANDO(51).
             MOVE 8 TO WS-TP-RC-MAX(51).
             MOVE "NOMCONF" TO WS-TP-NOMBRE(52).
             MOVE "./NOMCONF" TO WS-TP-COMANDO(52).
             MOVE 8 TO WS-TP-RC-MAX(52).
             MOVE "CPOSREV" TO WS-TP-NOMBRE(53).
             MOVE "./CPOSREV" TO WS-TP-COMANDO(53).
             MOVE 8 TO WS-TP-RC-MAX(53).
             MOVE "PRIMERO" TO WS-TP-FREC(53).
             MOVE "OPERRPT" TO WS-TP-NOMBRE(54).
             MOVE "./OPERRPT" TO WS-TP-COMANDO(54).
             MOVE 0 TO WS-TP-RC-MAX(54).
             MOVE "SEM5" TO WS-TP-FREC(54).
             MOVE "AUDITVER" TO WS-TP-NOMBRE(55).
             MOVE "./AUDITVER" TO WS-TP-COMANDO(55).
             MOVE 4 TO WS-TP-RC-MAX(55).
             MOVE "SEM1" TO WS-TP-FREC(55).
             MOVE "EXPORPT" TO WS-TP-NOMBRE(56).
             MOVE "./EXPORPT" TO WS-TP-COMANDO(56).
             MOVE 8 TO WS-TP-RC-MAX(56).
             MOVE "ULTIMO" TO WS-TP-FREC(56).
      *    The statements of the customers whose billing cycle falls
      *    tonight: STMTPARM.DAT carries CUST-ID 0 for the chain.
      *    RC 8 is the e-delivery extract still waiting collection.
             MOVE "CUSTSTMT" TO WS-TP-NOMBRE(57).
             MOVE "./CUSTSTMT" TO WS-TP-COMANDO(57).
             MOVE 8 TO WS-TP-RC-MAX(57).
             MOVE "EXENRPT" TO WS-TP-NOMBRE(58).
             MOVE "./EXENRPT" TO WS-TP-COMANDO(58).
             MOVE 0 TO WS-TP-RC-MAX(58).
             MOVE "PRIMERO" TO WS-TP-FREC(58).
      *    RC 4 is memos listed for investigation in MEMOPRUE.DAT.
             MOVE "MEMOPRUE" TO WS-TP-NOMBRE(59).
             MOVE "./MEMOPRUE" TO WS-TP-COMANDO(59).
             MOVE 4 TO WS-TP-RC-MAX(59).
      *    RC 8 is invoice-register exceptions listed in FACTCONC.DAT.
             MOVE "FACTCONC" TO WS-TP-NOMBRE(60).
             MOVE "./FACTCONC" TO WS-TP-COMANDO(60).
             MOVE 8 TO WS-TP-RC-MAX(60).
      *    RC 4 is unusual-activity alerts for review (ACTALRT.DAT),
      *    8 one that also went to OPERALRT.
             MOVE "ACTMON" TO WS-TP-NOMBRE(61).
             MOVE "./ACTMON" TO WS-TP-COMANDO(61).
             MOVE 8 TO WS-TP-RC-MAX(61).
             PERFORM VARYING WS-TABLA-IDX FROM 1 BY 1
                 UNTIL WS-TABLA-IDX > WS-TOTAL-PASOS
               MOVE "N" TO WS-TP-OMITIR(WS-TABLA-IDX)
             MOVE "HOUSEKEEP" TO WS-TP-DEP2(30).
             MOVE "INTAUDIT" TO WS-TP-DEP3(30).
      *    DUNNING selects on balances, so it waits for the posting
      *    (through the cycle's CUSTSTMT, see below) and cash
      *    sides; AGERPT waits for DUNNING so the weekly
      *    aging reflects the chase levels just set (and, skipped or
      *    not, AGERPT only resolves after DUNNING completes, which
      *    is what keeps DATEROLL behind the whole report tail).
      *    ACUCHK settles the payment arrangements on tonight's
      *    applied cash before DUNNING decides who is held (which
      *    keeps DUNNING behind CASHAPP too), and EDELRTRN turns
      *    tonight's bounced addresses back to paper before the
      *    letters are routed.
             MOVE "EDELRTRN" TO WS-TP-DEP1(32).
             MOVE "CUSTSTMT" TO WS-TP-DEP2(32).
             MOVE "ACUCHK" TO WS-TP-DEP3(32).
             MOVE "CASHAPP" TO WS-TP-DEP1(35).
             MOVE "DUNNING" TO WS-TP-DEP1(33).
             MOVE "BALPOST" TO WS-TP-DEP2(33).
             MOVE "BALPOST" TO WS-TP-DEP1(34).
      *    GLRECON proves tonight's journal and, at month-end, the
      *    snapshot against the balances; HOUSEKEEP waits for it so
      *    no generation it searches for unposted records is pruned
      *    from under it (and DATEROLL stays behind it through
      *    NIGHTMANI).
             MOVE "GLEXTRACT" TO WS-TP-DEP1(36).
             MOVE "BALSNAP" TO WS-TP-DEP2(36).
             MOVE "GLRECON" TO WS-TP-DEP2(28).
      *    PROFACUM takes tonight's fees once STNDRUN has appended
      *    its charges (FEECALC overwrites FEEFILE tomorrow); the
      *    month-end PROFRPT reports on it and on TXNHIST, and
      *    HOUSEKEEP waits for the pair so the generation PROFACUM
      *    reads is still there and DATEROLL stays behind them.
             MOVE "STNDRUN" TO WS-TP-DEP1(37).
             MOVE "BALPOST" TO WS-TP-DEP2(37).
             MOVE "PROFACUM" TO WS-TP-DEP1(38).
             MOVE "TXNBUILD" TO WS-TP-DEP2(38).
             MOVE "PROFRPT" TO WS-TP-DEP3(28).
             MOVE "INGATE" TO WS-TP-DEP1(39).
      *    DDDEVOL reverses the bank's returns as soon as INGATE has
      *    released them; DDCOBRO collects after the returns have
      *    suspended the mandates that reached their limit, and after
      *    INTVALOR, so every other writer of the night's generation
      *    is in it. Both credit the generation BALPOST posts, so
      *    BALPOST waits for DDCOBRO (and INTVALOR, NOMCONF and
      *    DDDEVOL through it): DDCOBRO sizes the collection on the
      *    CUSTBAL balance plus what the generation has unposted.
             MOVE "INGATE" TO WS-TP-DEP1(40).
             MOVE "INTVALOR" TO WS-TP-DEP1(41).
             MOVE "DDDEVOL" TO WS-TP-DEP2(41).
             MOVE "DDCOBRO" TO WS-TP-DEP3(8).
      *    The Monday watch-list re-screen runs against the list
      *    INGATE has just released, and works off the business
      *    date: EDELRTRN waits for it, which keeps it in front of
      *    DATEROLL (through DUNNING and AGERPT).
             MOVE "INGATE" TO WS-TP-DEP1(42).
             MOVE "LISTAREV" TO WS-TP-DEP3(39).
      *    SEQCONC reconciles a branch's returned usage as soon as
      *    INGATE has released it; BANKREC waits for it, which keeps
      *    it on the business date in front of DATEROLL (through
      *    ACUCHK, DUNNING and AGERPT).
             MOVE "INGATE" TO WS-TP-DEP1(43).
             MOVE "SEQCONC" TO WS-TP-DEP3(50).
      *    The month's dormancy run reads tonight's ledger history
      *    and settles who is dormant before STNDRUN charges the
      *    standing fees of the cycles falling that day (STNDRUN
      *    runs every night for the cycles of the business date).
             MOVE "TXNBUILD" TO WS-TP-DEP1(45).
             MOVE "DORMANT" TO WS-TP-DEP2(11).
      *    The month-end movement report counts the master after the
      *    night's intake and DUNNING have written to it. It and the
      *    weekly SODRPT work off the business date, so CURRRPT
      *    waits for both and DATEROLL stays behind them.
             MOVE "PERFORM-THRU" TO WS-TP-DEP1(46).
             MOVE "DUNNING" TO WS-TP-DEP2(46).
             MOVE "SODRPT" TO WS-TP-DEP2(34).
             MOVE "CUSTMOVE" TO WS-TP-DEP3(34).
             MOVE "NIGHTMANI" TO WS-TP-DEP1(31).
             MOVE "AGERPT" TO WS-TP-DEP2(31).
             MOVE "CURRRPT" TO WS-TP-DEP3(31).
      *    The Monday capacity report reads the chain's history up
      *    to last night and works off the business date, so it goes
      *    ahead of AGERPT and stays in front of DATEROLL.
             MOVE "NIGHTCAP" TO WS-TP-DEP3(33).
      *    The back-value interest recalculation reads the day's
      *    pairs once VARS has booked them and tonight's month-end
      *    accrual date once INTACCR has run, and writes its
      *    adjustments ahead of BALPOST (through DDCOBRO) so they
      *    post the same night.
             MOVE "VARS" TO WS-TP-DEP1(48).
             MOVE "INTACCR" TO WS-TP-DEP2(48).
      *    The FX revaluation values tonight's ledger history at
      *    tonight's rates; it runs every night and decides for
      *    itself whether it is month-end or the reversal night.
      *    GLEXTRACT waits for it so BALANCER, behind GLEXTRACT,
      *    proves both journals.
             MOVE "TXNBUILD" TO WS-TP-DEP1(49).
             MOVE "FXIMPORT" TO WS-TP-DEP2(49).
             MOVE "FXREVAL" TO WS-TP-DEP3(22).
      *    The bank reconciliation matches the statement INGATE has
      *    released against tonight's applied cash, so it waits for
      *    CASHAPP; ACUCHK waits for it in turn, which keeps it on
      *    the business date in front of DATEROLL (through DUNNING
      *    and AGERPT).
             MOVE "CASHAPP" TO WS-TP-DEP1(50).
             MOVE "INGATE" TO WS-TP-DEP2(50).
             MOVE "BANKREC" TO WS-TP-DEP2(35).
      *    The payroll-deduction extract asks on tonight's posted
      *    balances and decides for itself whether it is the
      *    deduction date. Payroll's confirmation is posted as soon
      *    as INGATE has released it, ahead of BALPOST (through
      *    INTVALOR and DDCOBRO) so the deductions post the same
      *    night.
      *    BALSNAP waits for the extract, which keeps its deduction
      *    date the business date in front of DATEROLL (through
      *    GLRECON, HOUSEKEEP and NIGHTMANI).
             MOVE "BALPOST" TO WS-TP-DEP1(51).
             MOVE "NOMDESC" TO WS-TP-DEP2(26).
             MOVE "INGATE" TO WS-TP-DEP1(52).
             MOVE "NOMCONF" TO WS-TP-DEP3(48).
      *    The month's postal-code sweep checks the master against
      *    the postal service's file INGATE may have just released,
      *    before EDELRTRN and so before DUNNING's letters are sorted
      *    by postal code; that keeps it in front of DATEROLL.
             MOVE "INGATE" TO WS-TP-DEP1(53).
             MOVE "CPOSREV" TO WS-TP-DEP2(39).
      *    The weekly workload report counts tonight's PROVE-BATCH
      *    exceptions against the operators who keyed them and
      *    works off the business date, so ACUCHK waits for it and
      *    it stays in front of DATEROLL.
             MOVE "PROVE-BATCH" TO WS-TP-DEP1(54).
             MOVE "OPERRPT" TO WS-TP-DEP3(35).
      *    The Monday audit-log chain check walks the log once the
      *    month-end HOUSEKEEP cut (if tonight is one) has been taken
      *    and ERRMON has read the night's events.
      *    The Monday capacity report waits for it, which keeps it
      *    in front of DATEROLL (through AGERPT).
             MOVE "HOUSEKEEP" TO WS-TP-DEP1(55).
             MOVE "ERRMON" TO WS-TP-DEP2(55).
             MOVE "AUDITVER" TO WS-TP-DEP1(47).
      *    The month-end large-exposure report compares tonight's
      *    balances with the previous closes once BALSNAP has taken
      *    tonight's, and works off the business date, so the
      *    movement report waits for it and it stays in front of
      *    DATEROLL (through CURRRPT).
             MOVE "BALSNAP" TO WS-TP-DEP1(56).
             MOVE "EXPORPT" TO WS-TP-DEP3(46).
      *    The cycle statements print from tonight's ledger history
      *    once EDELRTRN has turned bounced addresses back to paper
      *    and the month's dormancy run has settled who gets none.
      *    DUNNING, which chases the same cycle, waits for them (and
      *    reaches BALPOST through them), which keeps CUSTSTMT on
      *    the business date in front of DATEROLL through AGERPT.
             MOVE "TXNBUILD" TO WS-TP-DEP1(57).
             MOVE "EDELRTRN" TO WS-TP-DEP2(57).
             MOVE "DORMANT" TO WS-TP-DEP3(57).
      *    The waivers' month is read off FEEHIST once PROFACUM has
      *    kept the fees, and off the business date: the month-end
      *    PROFRPT waits for it, which keeps it in front of
      *    DATEROLL through HOUSEKEEP.
             MOVE "PROFACUM" TO WS-TP-DEP1(58).
             MOVE "EXENRPT" TO WS-TP-DEP3(38).
      *    The desk's memos are proved against tonight's posting once
      *    BALPOST has run, and cleared for the next business date:
      *    they are dated on the business date, so the weekly
      *    integrity audit waits for the proof, which keeps it in
      *    front of DATEROLL (through NIGHTMANI).
             MOVE "BALPOST" TO WS-TP-DEP1(59).
             MOVE "MEMOPRUE" TO WS-TP-DEP2(24).
      *    The invoice register is reconciled once INGATE has
      *    released it and BILLING-EXPORT has appended the night's
      *    feed to BILLHIST.DAT and claimed it in CTLTOTAL.DAT. The
      *    month is the business date's, so FEEDAGE waits for it,
      *    which keeps it in front of DATEROLL (through ERRMON).
             MOVE "INGATE" TO WS-TP-DEP1(60).
             MOVE "BILLING-EXPORT" TO WS-TP-DEP2(60).
             MOVE "FACTCONC" TO WS-TP-DEP2(21).
      *    The activity monitor judges the day against a history
      *    that TXNBUILD has brought up to the night before. It
      *    marks the business date monitored, so GLRECON waits for
      *    it: that keeps it in front of DATEROLL, and the generation
      *    it reads in front of HOUSEKEEP.
             MOVE "TXNBUILD" TO WS-TP-DEP1(61).
             MOVE "ACTMON" TO WS-TP-DEP3(36).
      *    The run-locks each program of the built-in chain holds
      *    for its whole run, straight from the FILELOCK calls in
      *    their sources: the scheduler serializes the holders of a
             MOVE "VARSLOG" TO WS-TP-RECURSO(19, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(19, 2).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(19, 3).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(20, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(23, 1).
             MOVE "VARSLOG" TO WS-TP-RECURSO(25, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(25, 2).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(28, 2).
             MOVE "CUSTMAST" TO WS-TP-RECURSO(32, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(32, 2).
             MOVE "DOCARCH" TO WS-TP-RECURSO(32, 3).
             MOVE "EDELCART" TO WS-TP-RECURSO(32, 4).
             MOVE "ACUERDOS" TO WS-TP-RECURSO(35, 1).
             MOVE "GLCONC" TO WS-TP-RECURSO(36, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(37, 1).
             MOVE "PROFHIST" TO WS-TP-RECURSO(37, 2).
             MOVE "CUSTMAST" TO WS-TP-RECURSO(39, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(39, 2).
             MOVE "VARSLOG" TO WS-TP-RECURSO(40, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(40, 2).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(40, 3).
             MOVE "MANDATOS" TO WS-TP-RECURSO(40, 4).
             MOVE "VARSLOG" TO WS-TP-RECURSO(41, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(41, 2).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(41, 3).
             MOVE "MANDATOS" TO WS-TP-RECURSO(41, 4).
             MOVE "LISTAEXC" TO WS-TP-RECURSO(42, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(42, 2).
             MOVE "SEQCTRL" TO WS-TP-RECURSO(43, 1).
             MOVE "CUSTMAST" TO WS-TP-RECURSO(45, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(45, 2).
             MOVE "CUSTMAST" TO WS-TP-RECURSO(46, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(46, 2).
             MOVE "VARSLOG" TO WS-TP-RECURSO(48, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(48, 2).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(48, 3).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(49, 1).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(49, 2).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(51, 1).
             MOVE "VARSLOG" TO WS-TP-RECURSO(52, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(52, 2).
             MOVE "CTLTOTAL" TO WS-TP-RECURSO(52, 3).
             MOVE "CPOSEXC" TO WS-TP-RECURSO(53, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(53, 2).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(55, 1).
             MOVE "DOCARCH" TO WS-TP-RECURSO(57, 1).
             MOVE "EDELEXTR" TO WS-TP-RECURSO(57, 2).
             MOVE "MEMOBAL" TO WS-TP-RECURSO(59, 1).
             MOVE "VARSLOG" TO WS-TP-RECURSO(59, 2).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(59, 3).
             MOVE "ACTALRT" TO WS-TP-RECURSO(61, 1).
             MOVE "AUDITLOG" TO WS-TP-RECURSO(61, 2).

           CARGA-PARAMETROS.
             CALL "BUSDATE" USING WS-FECHA-HOY.
                     DISPLAY "HORA DE CORTE DE LA VENTANA: "
                         WS-HORA-CORTE
                   END-IF
                   IF NIGHT-PARM-HASTA IS NUMERIC
                       AND NIGHT-PARM-HASTA > 0
                     MOVE NIGHT-PARM-HASTA TO WS-FECHA-HASTA
                     IF WS-FECHA-HASTA NOT < WS-FECHA-HOY
                       MOVE "Y" TO WS-EN-RECUPERACION
                       DISPLAY "RECUPERACION: FECHAS DE NEGOCIO "
                           WS-FECHA-HOY " A " WS-FECHA-HASTA
                     END-IF
                   END-IF
               END-READ
               CLOSE NIGHT-PARM-FILE
             ELSE
             CALL "ENVNAME" USING WS-ARCH-NIGHTFEC WS-AMBIENTE.
             MOVE "NIGHTSTAT.DAT" TO WS-ARCH-NIGHTSTAT.
             CALL "ENVNAME" USING WS-ARCH-NIGHTSTAT WS-AMBIENTE.
             MOVE "DAYCLOSE.DAT" TO WS-ARCH-DAYCLOSE.
             CALL "ENVNAME" USING WS-ARCH-DAYCLOSE WS-AMBIENTE.
             MOVE "NIGHTRES.DAT" TO WS-ARCH-NIGHTRES.
             CALL "ENVNAME" USING WS-ARCH-NIGHTRES WS-AMBIENTE.

       END PROGRAM NIGHTRUN.
