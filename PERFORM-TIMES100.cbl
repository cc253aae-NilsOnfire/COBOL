      ******************************************************************
      * Author:
      * Date:
      * Purpose: Issues the next 100 numbers of the current series
      *          (SEQSERIE.DAT, GENERAL by default) into the day's
      *          SEQCTRL generation, after reporting voided numbers,
      *          unvoided gaps and duplicates over the retained
      *          generations. A simulation mode shows what would be
      *          issued without writing. The block mode reserves a
      *          run of numbers for a branch instead: the operator
      *          signs on through OPERAUTH and gives the branch code
      *          and the block size, and the block (range, branch,
      *          business date, operator) is appended to SEQASIG.DAT.
      *          Every reserved block counts toward the last number
      *          issued, so the central counter always starts past
      *          it, and its numbers are accounted for rather than
      *          reported as gaps; SEQCONC reconciles them against
      *          the usage file the branch returns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-SEQVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT OPTIONAL SEQ-ASIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQASIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASIG-STATUS.
           SELECT OPTIONAL SERIE-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SEQSERIE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SEQ-VOID-FILE.
           COPY "SEQVOID.cpy".

       FD  SEQ-ASIG-FILE.
           COPY "SEQASIG.cpy".

       FD  SERIE-PARM-FILE.
       01  SERIE-PARM-REG.
           05  SERIE-PARM-CODIGO PIC X(8).
       01  WS-NUMEROS-ANULADOS.
           05  WS-NUMERO-ANULADO PIC X OCCURS 99999 VALUE "N".
       01  WS-TOTAL-ANULADOS PIC 9(5) VALUE 0.
      *    Branch blocks: their numbers are marked "B" in
      *    WS-NUMERO-USADO -- never issued centrally, never a gap.
       01  WS-ARCH-SEQASIG PIC X(30).
       01  WS-ASIG-STATUS PIC XX.
       01  WS-TOTAL-ASIGNADOS PIC 9(5) VALUE 0.
       01  WS-TOTAL-BLOQUES PIC 9(4) VALUE 0.
       01  WS-IDX-BLOQUE PIC 9(6).
       01  WS-SUCURSAL PIC X(6).
       01  WS-BLOQUE-TAMANO PIC 9(5).
       01  WS-BLOQUE-DESDE PIC 9(5).
       01  WS-BLOQUE-HASTA PIC 9(6).
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
      *    Capacity of the widened series and the point (90 pct)
      *    where the early-warning report starts shouting, so the
      *    NEXT widening happens before the wrap, not after.
             PERFORM CARGA-SERIE.
             PERFORM CARGA-ANULACIONES.
             PERFORM CARGA-ULTIMO-NUMERO.
             PERFORM CARGA-ASIGNACIONES.
             PERFORM AVISA-CERCANIA-TECHO.
             PERFORM DETECTA-HUECOS.
             PERFORM SOLICITA-MODO.
             EVALUATE WS-MODO-SIMULACION
               WHEN "S"
                 PERFORM OPERACION-SIMULADA 100 TIMES
                 DISPLAY "*** MODO SIMULACION: NO SE ESCRIBIO NINGUN"
                     " NUMERO ***"
                 DISPLAY "NUMEROS QUE SE GENERARIAN : "
                     WS-NUMEROS-SIMULADOS
                 DISPLAY "ULTIMO NUMERO DE LA SIMULACION: " NUMERO
               WHEN "B"
                 PERFORM RESERVA-BLOQUE
               WHEN OTHER
                 PERFORM PREPARA-GENERACION-SECUENCIA
                 PERFORM ABRE-SECUENCIA-SALIDA
                 PERFORM OPERACION 100 TIMES
                 IF WS-SEQ-ABIERTO = "Y"
                   CLOSE SEQ-CONTROL-FILE
                   PERFORM GRABA-CONTROL-TOTAL
                 END-IF
             END-EVALUATE.
             IF WS-COLISIONES > 0
               DISPLAY "*** " WS-COLISIONES
                   " COLISION(ES) DETECTADA(S) Y EVITADA(S) ***"

           SOLICITA-MODO.
             DISPLAY "ENTORNO: " WS-AMBIENTE.
             DISPLAY "MODO SIMULACION (NO ESCRIBE NUMEROS)? (S/N,"
                 " B = RESERVAR UN BLOQUE PARA UNA SUCURSAL)".
             ACCEPT WS-MODO-SIMULACION.

           PREPARA-GENERACION-SECUENCIA.
               END-IF
             END-IF.

      *    A block reserved for a branch belongs to the series the
      *    moment it is reserved: its numbers are marked "B" so the
      *    central counter steps over them and the gap detector
      *    leaves them to SEQCONC, and its last number counts toward
      *    the series maximum so the counter always starts past it.
           CARGA-ASIGNACIONES.
             OPEN INPUT SEQ-ASIG-FILE.
             IF WS-ASIG-STATUS = "00"
               PERFORM UNTIL WS-ASIG-STATUS = "10"
                 READ SEQ-ASIG-FILE
                   AT END
                     MOVE "10" TO WS-ASIG-STATUS
                   NOT AT END
                     IF ASIG-SERIE = SPACES
                       MOVE "GENERAL" TO ASIG-SERIE
                     END-IF
                     IF ASIG-SERIE = WS-SERIE
                       PERFORM MARCA-BLOQUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE SEQ-ASIG-FILE
             ELSE
               IF WS-ASIG-STATUS = "05"
                 CLOSE SEQ-ASIG-FILE
               END-IF
             END-IF.
             IF WS-TOTAL-BLOQUES > 0
               DISPLAY "BLOQUES DE SUCURSAL EN LA SERIE " WS-SERIE
                   ": " WS-TOTAL-BLOQUES " (" WS-TOTAL-ASIGNADOS
                   " NUMEROS)"
             END-IF.
             MOVE WS-NUMERO-MAXIMO TO NUMERO.

           MARCA-BLOQUE.
             IF ASIG-DESDE NOT NUMERIC OR ASIG-HASTA NOT NUMERIC
                 OR ASIG-DESDE = 0 OR ASIG-DESDE > ASIG-HASTA
               DISPLAY "*** AVISO: BLOQUE DE LA SUCURSAL "
                   ASIG-SUCURSAL " CON RANGO INVALIDO. SE IGNORA. ***"
             ELSE
               ADD 1 TO WS-TOTAL-BLOQUES
               DISPLAY "  BLOQUE " ASIG-DESDE "-" ASIG-HASTA
                   " SUCURSAL " ASIG-SUCURSAL " (" ASIG-FECHA " "
                   ASIG-OPERADOR ")"
               PERFORM VARYING WS-IDX-BLOQUE FROM ASIG-DESDE BY 1
                   UNTIL WS-IDX-BLOQUE > ASIG-HASTA
                 EVALUATE WS-NUMERO-USADO(WS-IDX-BLOQUE)
                   WHEN "Y"
                     DISPLAY "*** AVISO: " WS-IDX-BLOQUE
                         " DEL BLOQUE DE LA SUCURSAL " ASIG-SUCURSAL
                         " TAMBIEN FUE EMITIDO CENTRALMENTE ***"
                   WHEN "B"
                     DISPLAY "*** AVISO: " WS-IDX-BLOQUE
                         " ESTA EN DOS BLOQUES DE SUCURSAL ***"
                   WHEN OTHER
                     MOVE "B" TO WS-NUMERO-USADO(WS-IDX-BLOQUE)
                     ADD 1 TO WS-TOTAL-ASIGNADOS
                 END-EVALUATE
               END-PERFORM
               IF ASIG-HASTA > WS-NUMERO-MAXIMO
                 MOVE ASIG-HASTA TO WS-NUMERO-MAXIMO
               END-IF
             END-IF.

      *    The block is cut straight after the highest number the
      *    series has issued or reserved, so it is contiguous and no
      *    number in it can have been issued before. Nothing is
      *    written to SEQCTRL: the allocation record is the issue.
           RESERVA-BLOQUE.
             DISPLAY "CODIGO DE SUCURSAL: ".
             MOVE SPACES TO WS-SUCURSAL.
             ACCEPT WS-SUCURSAL.
             DISPLAY "CANTIDAD DE NUMEROS DEL BLOQUE: ".
             MOVE 0 TO WS-BLOQUE-TAMANO.
             ACCEPT WS-BLOQUE-TAMANO.
             COMPUTE WS-BLOQUE-DESDE = WS-NUMERO-MAXIMO + 1.
             COMPUTE WS-BLOQUE-HASTA =
                 WS-NUMERO-MAXIMO + WS-BLOQUE-TAMANO.
             EVALUATE TRUE
               WHEN WS-SUCURSAL = SPACES
                 DISPLAY "FALTA EL CODIGO DE SUCURSAL. NO SE RESERVA."
                 MOVE 8 TO RETURN-CODE
               WHEN WS-BLOQUE-TAMANO = 0
                 DISPLAY "CANTIDAD INVALIDA. NO SE RESERVA."
                 MOVE 8 TO RETURN-CODE
               WHEN WS-BLOQUE-HASTA > WS-NUMERO-TECHO
                 DISPLAY "*** EL BLOQUE NO CABE EN LA SERIE "
                     WS-SERIE ": VA POR " WS-NUMERO-MAXIMO " DE "
                     WS-NUMERO-TECHO ". NO SE RESERVA. ***"
                 MOVE 8 TO RETURN-CODE
               WHEN OTHER
                 PERFORM AUTORIZA-RESERVA
                 IF WS-AUTH-RESULTADO = "Y"
                     OR WS-AUTH-RESULTADO = "G"
                   PERFORM GRABA-ASIGNACION
                 ELSE
                   DISPLAY "IDENTIFICACION RECHAZADA. NO SE RESERVA."
                   MOVE 8 TO RETURN-CODE
                 END-IF
             END-EVALUATE.

           AUTORIZA-RESERVA.
             DISPLAY "INTRODUZCA SU ID DE OPERADOR: ".
             ACCEPT WS-OPERADOR-ID.
             DISPLAY "PIN: ".
             ACCEPT WS-PIN.
             CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
                 WS-AUTH-RESULTADO WS-AUTH-ROL.

           GRABA-ASIGNACION.
             OPEN EXTEND SEQ-ASIG-FILE.
             IF WS-ASIG-STATUS = "35"
               OPEN OUTPUT SEQ-ASIG-FILE
             END-IF.
             MOVE WS-SERIE TO ASIG-SERIE.
             MOVE WS-SUCURSAL TO ASIG-SUCURSAL.
             MOVE WS-BLOQUE-DESDE TO ASIG-DESDE.
             MOVE WS-BLOQUE-HASTA TO ASIG-HASTA.
             CALL "BUSDATE" USING ASIG-FECHA.
             MOVE WS-OPERADOR-ID TO ASIG-OPERADOR.
             WRITE SEQ-ASIG-REG.
             CLOSE SEQ-ASIG-FILE.
             MOVE WS-BLOQUE-HASTA TO NUMERO.
             DISPLAY "BLOQUE " WS-BLOQUE-DESDE "-" NUMERO
                 " DE LA SERIE " WS-SERIE " RESERVADO PARA LA"
                 " SUCURSAL " WS-SUCURSAL ".".

      *    A properly voided number is accounted for: it gets its own
      *    section instead of being reported as an anomaly forever.
           DETECTA-HUECOS.
                 DISPLAY "  ANULADO: 99999"
               END-IF
             END-IF.
             IF WS-TOTAL-REGISTROS + WS-TOTAL-ASIGNADOS
                 < WS-NUMERO-MAXIMO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUMERO-MAXIMO
                 IF WS-NUMERO-USADO(WS-IDX) = "N"
                     " NUMEROS. ***"
               ELSE
                 ADD 1 TO NUMERO
                 PERFORM UNTIL WS-NUMERO-USADO(NUMERO) = "N"
                   DISPLAY "*** COLISION: EL NUMERO " NUMERO
                       " YA ESTA EMITIDO. SE OMITE. ***"
                   ADD 1 TO WS-COLISIONES
                     " NUMEROS. ***"
               ELSE
                 ADD 1 TO NUMERO
                 PERFORM UNTIL WS-NUMERO-USADO(NUMERO) = "N"
                   ADD 1 TO WS-COLISIONES
                   IF NUMERO >= WS-NUMERO-TECHO
                     MOVE "Y" TO WS-SEQ-AGOTADA
           RESUELVE-ARCHIVOS.
             MOVE "SEQVOID.DAT" TO WS-ARCH-SEQVOID.
             CALL "ENVNAME" USING WS-ARCH-SEQVOID WS-AMBIENTE.
             MOVE "SEQASIG.DAT" TO WS-ARCH-SEQASIG.
             CALL "ENVNAME" USING WS-ARCH-SEQASIG WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "SEQSERIE.DAT" TO WS-ARCH-SEQSERIE.
