      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exception work queue console: one list of every open
      *          exception, whichever file it landed in -- PROVEEXC,
      *          SORTEXC, BILLEXC, CASHEXC, LIMITEXC, PURGEXC, INTGEXC,
      *          FXEXC, HREXC, MEMOEXC, FACTEXC and the CUSTSUSP.DAT
      *          suspense file -- instead of one screen (or none) per
      *          file. Requires an OPE, SUP or ADM sign-on through
      *          OPERAUTH. On entry the queue, COLAEXC.DAT, is refreshed
      *          against the files (COLAACT) and listed oldest first
      *          with source, key, reason description (RSNDESC),
      *          first-seen date and age in business days (DIASHAB). A
      *          supervisor (SUP/ADM) assigns items to operators; an
      *          operator jumps from an item straight into the program
      *          that fixes it (PROVEFIX, BILLFIX, LIMITREL or
      *          CUSTMAINT), after which the queue is refreshed again so
      *          a fixed item drops off. An item assigned to someone
      *          else is only worked by them or a supervisor.
      *          Assignments and launches are written to AUDITLOG.DAT;
      *          the queue keeps them across days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLATRAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COLA-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-COLAEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-STATUS.
           SELECT OPER-MAST-FILE ASSIGN TO DYNAMIC WS-ARCH-OPERMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLA-EXC-FILE.
           COPY "COLAEXC.cpy".

       FD  OPER-MAST-FILE.
           COPY "OPERMAST.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-COLAEXC PIC X(30).
       01  WS-ARCH-OPERMAST PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-COLA-STATUS PIC XX.
       01  WS-OPER-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "COLAEXC".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "COLATRAB".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-OPCION PIC X VALUE SPACE.
       01  WS-SALIR PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ACT-RESULTADO PIC X.
       01  WS-ACT-NUEVAS PIC 9(5).
       01  WS-ACT-RESUELTAS PIC 9(5).
       01  WS-ACT-ABIERTAS PIC 9(5).
      *    The open items, kept oldest first (first-seen date, then
      *    queue number) as they are loaded.
       01  WS-COLA.
           05  WS-CO-ENTRY OCCURS 999.
               10  WS-CO-ORDEN PIC 9(14).
               10  WS-CO-REG PIC X(139).
       01  WS-CO-TOTAL PIC 9(4) VALUE 0.
       01  WS-CO-IDX PIC 9(4).
       01  WS-CO-POS PIC 9(4).
       01  WS-ORDEN-NUEVO PIC 9(14).
      *    What is rewritten: the open items above and the resolved
      *    ones, which are not listed but stay for their 30 days.
       01  WS-RESUELTAS.
           05  WS-RS-REG OCCURS 999 PIC X(139).
       01  WS-RS-TOTAL PIC 9(4) VALUE 0.
       01  WS-RS-IDX PIC 9(4).
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-FILTRO PIC X.
       01  WS-LISTADOS PIC 9(4) VALUE 0.
       01  WS-EDAD PIC 9(5).
       01  WS-RSN-DOMINIO PIC X(8).
       01  WS-RSN-DESCRIPCION PIC X(40).
       01  WS-RSN-HALLADO PIC X.
       01  WS-ENTRADA-NUMERO PIC X(6).
       01  WS-ELEGIDO PIC 9(6).
       01  WS-HALLADO PIC X.
       01  WS-ASIGNADO-NUEVO PIC X(10).
       01  WS-OPER-VALIDO PIC X.
       01  WS-COMANDO PIC X(40).
       01  WS-RC PIC 9(4).
       01  WS-EVENTO PIC X(5).
       01  WS-DETALLE-CAMBIO PIC X(40).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "===== COLA DE EXCEPCIONES =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF (WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G")
               OR (WS-AUTH-ROL NOT = "OPE" AND WS-AUTH-ROL NOT = "SUP"
               AND WS-AUTH-ROL NOT = "ADM")
             DISPLAY MSG-006
             DISPLAY "LA COLA DE EXCEPCIONES REQUIERE ROL OPE, SUP"
                 " O ADM."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "A" TO WS-LOCK-ACCION.
           CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
               WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
           IF WS-LOCK-RESULTADO NOT = "Y"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM ACTUALIZA-COLA.
           IF WS-ACT-RESULTADO NOT = "Y" OR WS-DESBORDADO = "Y"
             DISPLAY "*** COLAEXC.DAT SUPERA LAS 999 PARTIDAS DE LA"
                 " TABLA. NO SE MANTIENE PARA NO TRUNCARLA. ***"
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "PARTIDAS NUEVAS " WS-ACT-NUEVAS " RESUELTAS "
               WS-ACT-RESUELTAS " ABIERTAS " WS-ACT-ABIERTAS.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM MUESTRA-MENU
             PERFORM EJECUTA-OPCION
           END-PERFORM.
           PERFORM SUELTA-CERROJO.
           STOP RUN.

           MUESTRA-MENU.
             DISPLAY " ".
             DISPLAY "OPERADOR: " WS-OPERADOR-ID " (" WS-AUTH-ROL
                 ")   FECHA: " WS-FECHA-NEGOCIO.
             DISPLAY "1. LISTAR TODAS LAS PARTIDAS ABIERTAS".
             DISPLAY "2. LISTAR MIS PARTIDAS".
             DISPLAY "3. LISTAR PARTIDAS SIN ASIGNAR".
             DISPLAY "4. ASIGNAR PARTIDA A UN OPERADOR (SUP/ADM)".
             DISPLAY "5. CORREGIR PARTIDA".
             DISPLAY "S. SALIR".
             DISPLAY "SELECCIONE UNA OPCION: ".
             ACCEPT WS-OPCION.

           EJECUTA-OPCION.
             EVALUATE WS-OPCION
               WHEN "1"
               WHEN "2"
               WHEN "3"
                 MOVE WS-OPCION TO WS-FILTRO
                 PERFORM LISTA-PARTIDAS
               WHEN "4"
                 PERFORM ASIGNA-PARTIDA
               WHEN "5"
                 PERFORM CORRIGE-PARTIDA
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
               WHEN OTHER
                 DISPLAY "OPCION NO VALIDA."
             END-EVALUATE.

      *    Refreshed against the exception files on entry and after
      *    every jump into a fixing program, then reloaded.
           ACTUALIZA-COLA.
             CALL "COLAACT" USING WS-FECHA-NEGOCIO WS-ACT-RESULTADO
                 WS-ACT-NUEVAS WS-ACT-RESUELTAS WS-ACT-ABIERTAS.
             IF WS-ACT-RESULTADO = "Y"
               PERFORM CARGA-COLA
             END-IF.

           CARGA-COLA.
             MOVE 0 TO WS-CO-TOTAL.
             MOVE 0 TO WS-RS-TOTAL.
             MOVE "N" TO WS-DESBORDADO.
             OPEN INPUT COLA-EXC-FILE.
             IF WS-COLA-STATUS = "00"
               PERFORM UNTIL WS-COLA-STATUS = "10"
                 READ COLA-EXC-FILE
                   AT END
                     MOVE "10" TO WS-COLA-STATUS
                   NOT AT END
                     IF COLA-ESTADO = "R"
                       PERFORM GUARDA-RESUELTA
                     ELSE
                       PERFORM INSERTA-ABIERTA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE COLA-EXC-FILE
             ELSE
               IF WS-COLA-STATUS = "05"
                 CLOSE COLA-EXC-FILE
               END-IF
             END-IF.

           GUARDA-RESUELTA.
             IF WS-RS-TOTAL < 999
               ADD 1 TO WS-RS-TOTAL
               MOVE COLA-EXC-REG TO WS-RS-REG(WS-RS-TOTAL)
             ELSE
               MOVE "Y" TO WS-DESBORDADO
             END-IF.

           INSERTA-ABIERTA.
             IF WS-CO-TOTAL NOT < 999
               MOVE "Y" TO WS-DESBORDADO
             ELSE
               COMPUTE WS-ORDEN-NUEVO =
                   COLA-PRIMERA * 1000000 + COLA-NUMERO
               MOVE WS-CO-TOTAL TO WS-CO-POS
               PERFORM UNTIL WS-CO-POS = 0
                   OR WS-CO-ORDEN(WS-CO-POS) NOT > WS-ORDEN-NUEVO
                 MOVE WS-CO-ENTRY(WS-CO-POS)
                     TO WS-CO-ENTRY(WS-CO-POS + 1)
                 SUBTRACT 1 FROM WS-CO-POS
               END-PERFORM
               ADD 1 TO WS-CO-POS
               MOVE WS-ORDEN-NUEVO TO WS-CO-ORDEN(WS-CO-POS)
               MOVE COLA-EXC-REG TO WS-CO-REG(WS-CO-POS)
               ADD 1 TO WS-CO-TOTAL
             END-IF.

      *    Filter "1" all open items, "2" the operator's own, "3"
      *    those nobody has been given yet.
           LISTA-PARTIDAS.
             MOVE 0 TO WS-LISTADOS.
             PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                 UNTIL WS-CO-IDX > WS-CO-TOTAL
               MOVE WS-CO-REG(WS-CO-IDX) TO COLA-EXC-REG
               EVALUATE TRUE
                 WHEN WS-FILTRO = "1"
                   PERFORM MUESTRA-PARTIDA
                 WHEN WS-FILTRO = "2"
                     AND COLA-ASIGNADO = WS-OPERADOR-ID
                   PERFORM MUESTRA-PARTIDA
                 WHEN WS-FILTRO = "3" AND COLA-ESTADO = "P"
                   PERFORM MUESTRA-PARTIDA
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-PERFORM.
             IF WS-LISTADOS = 0
               DISPLAY "NO HAY PARTIDAS."
             ELSE
               DISPLAY WS-LISTADOS " PARTIDA(S)."
             END-IF.

           MUESTRA-PARTIDA.
             ADD 1 TO WS-LISTADOS.
             CALL "DIASHAB" USING COLA-PRIMERA WS-FECHA-NEGOCIO
                 WS-EDAD.
             MOVE COLA-DOMINIO TO WS-RSN-DOMINIO.
             CALL "RSNDESC" USING WS-RSN-DOMINIO COLA-MOTIVO
                 WS-RSN-DESCRIPCION WS-RSN-HALLADO.
             DISPLAY "PARTIDA " COLA-NUMERO " " COLA-FUENTE " "
                 COLA-ARCHIVO " " COLA-TIPO " CLAVE " COLA-CLAVE.
             DISPLAY "  " COLA-MOTIVO " "
                 FUNCTION TRIM(WS-RSN-DESCRIPCION).
             IF COLA-ESTADO = "A"
               DISPLAY "  DESDE " COLA-PRIMERA " EDAD " WS-EDAD
                   " DIAS HABILES  ASIGNADA A " COLA-ASIGNADO
             ELSE
               DISPLAY "  DESDE " COLA-PRIMERA " EDAD " WS-EDAD
                   " DIAS HABILES  SIN ASIGNAR"
             END-IF.
             IF COLA-PROGRAMA = SPACES
               DISPLAY "  SE CIERRA EN ORIGEN (PROXIMA EJECUCION DE"
                   " SU PROGRAMA)"
             ELSE
               DISPLAY "  SE CORRIGE CON " COLA-PROGRAMA
             END-IF.

           PIDE-PARTIDA.
             MOVE "N" TO WS-HALLADO.
             DISPLAY "NUMERO DE PARTIDA: ".
             MOVE SPACES TO WS-ENTRADA-NUMERO.
             ACCEPT WS-ENTRADA-NUMERO.
             IF WS-ENTRADA-NUMERO = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-ENTRADA-NUMERO) NOT = 0
               DISPLAY "NUMERO NO VALIDO."
             ELSE
               COMPUTE WS-ELEGIDO = FUNCTION NUMVAL(WS-ENTRADA-NUMERO)
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-TOTAL OR WS-HALLADO = "Y"
                 MOVE WS-CO-REG(WS-CO-IDX) TO COLA-EXC-REG
                 IF COLA-NUMERO = WS-ELEGIDO
                   MOVE "Y" TO WS-HALLADO
                 END-IF
               END-PERFORM
               IF WS-HALLADO = "Y"
                 SUBTRACT 1 FROM WS-CO-IDX
                 PERFORM MUESTRA-PARTIDA
               ELSE
                 DISPLAY "LA PARTIDA " WS-ELEGIDO " NO ESTA ABIERTA."
               END-IF
             END-IF.

      *    Assigning to nobody (an empty ID) returns the item to the
      *    unassigned pile.
           ASIGNA-PARTIDA.
             IF WS-AUTH-ROL NOT = "SUP" AND WS-AUTH-ROL NOT = "ADM"
               DISPLAY "ASIGNAR PARTIDAS REQUIERE ROL SUP O ADM."
             ELSE
               PERFORM PIDE-PARTIDA
               IF WS-HALLADO = "Y"
                 DISPLAY "OPERADOR AL QUE SE ASIGNA (INTRO = NADIE): "
                 MOVE SPACES TO WS-ASIGNADO-NUEVO
                 ACCEPT WS-ASIGNADO-NUEVO
                 MOVE "Y" TO WS-OPER-VALIDO
                 IF WS-ASIGNADO-NUEVO NOT = SPACES
                   PERFORM VERIFICA-OPERADOR
                 END-IF
                 IF WS-OPER-VALIDO = "Y"
                   PERFORM GRABA-ASIGNACION
                 END-IF
               END-IF
             END-IF.

           VERIFICA-OPERADOR.
             MOVE "N" TO WS-OPER-VALIDO.
             OPEN INPUT OPER-MAST-FILE.
             IF WS-OPER-STATUS = "00"
               MOVE WS-ASIGNADO-NUEVO TO OPER-ID
               READ OPER-MAST-FILE
                 INVALID KEY
                   DISPLAY "OPERADOR " WS-ASIGNADO-NUEVO
                       " NO EXISTE."
                 NOT INVALID KEY
                   IF OPER-ESTADO NOT = "A" OR OPER-ROL = "INT"
                     DISPLAY "OPERADOR " WS-ASIGNADO-NUEVO
                         " NO ACTIVO O SIN ROL PARA LA COLA."
                   ELSE
                     MOVE "Y" TO WS-OPER-VALIDO
                   END-IF
               END-READ
               CLOSE OPER-MAST-FILE
             ELSE
               DISPLAY "NO HAY MAESTRO DE OPERADORES (STATUS "
                   WS-OPER-STATUS ")."
             END-IF.

           GRABA-ASIGNACION.
             MOVE WS-ASIGNADO-NUEVO TO COLA-ASIGNADO.
             IF WS-ASIGNADO-NUEVO = SPACES
               MOVE "P" TO COLA-ESTADO
               MOVE SPACES TO COLA-ASIGNADOR
               MOVE 0 TO COLA-FECHA-ASIG
             ELSE
               MOVE "A" TO COLA-ESTADO
               MOVE WS-OPERADOR-ID TO COLA-ASIGNADOR
               MOVE WS-FECHA-NEGOCIO TO COLA-FECHA-ASIG
             END-IF.
             MOVE COLA-EXC-REG TO WS-CO-REG(WS-CO-IDX).
      *    Rewritten at once, not at exit: the assignee may open
      *    the queue while this session is still on screen.
             PERFORM REESCRIBE-COLA.
             MOVE SPACES TO WS-DETALLE-CAMBIO.
             IF WS-ASIGNADO-NUEVO = SPACES
               STRING "PARTIDA " COLA-NUMERO " SIN ASIGNAR"
                   DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO
             ELSE
               STRING "PARTIDA " COLA-NUMERO " A " WS-ASIGNADO-NUEVO
                   DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO
             END-IF.
             MOVE "ASIGN" TO WS-EVENTO.
             PERFORM GRABA-CAMBIO.
             DISPLAY "PARTIDA " COLA-NUMERO " ACTUALIZADA.".

      *    The fixing program runs under its own sign-on (LIMITREL
      *    still wants a supervisor); on return the queue is read
      *    against the files again.
           CORRIGE-PARTIDA.
             PERFORM PIDE-PARTIDA.
             IF WS-HALLADO = "Y"
               IF COLA-ASIGNADO NOT = SPACES
                   AND COLA-ASIGNADO NOT = WS-OPERADOR-ID
                   AND WS-AUTH-ROL NOT = "SUP"
                   AND WS-AUTH-ROL NOT = "ADM"
                 DISPLAY "LA PARTIDA ESTA ASIGNADA A " COLA-ASIGNADO
                     "."
               ELSE
                 IF COLA-PROGRAMA = SPACES
                   DISPLAY "SIN PROGRAMA DE CORRECCION: SE CIERRA"
                       " CUANDO " FUNCTION TRIM(COLA-FUENTE)
                       " DEJE DE TRAERLA."
                 ELSE
                   PERFORM LANZA-CORRECCION
                 END-IF
               END-IF
             END-IF.

           LANZA-CORRECCION.
             MOVE COLA-NUMERO TO WS-ELEGIDO.
             MOVE SPACES TO WS-COMANDO.
             STRING "./" FUNCTION TRIM(COLA-PROGRAMA)
                 DELIMITED BY SIZE INTO WS-COMANDO.
             MOVE SPACES TO WS-DETALLE-CAMBIO.
             STRING FUNCTION TRIM(COLA-PROGRAMA) " PARTIDA "
                 COLA-NUMERO DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO.
             MOVE "LANZA" TO WS-EVENTO.
             PERFORM GRABA-CAMBIO.
             CALL "SYSTEM" USING WS-COMANDO.
             COMPUTE WS-RC = RETURN-CODE / 256.
             IF WS-RC NOT = 0
               DISPLAY "*** " WS-COMANDO
                   " TERMINO CON RETURN-CODE " WS-RC " ***"
             END-IF.
             PERFORM ACTUALIZA-COLA.
             IF WS-ACT-RESULTADO NOT = "Y" OR WS-DESBORDADO = "Y"
               DISPLAY "*** COLAEXC.DAT SUPERA LAS 999 PARTIDAS DE"
                   " LA TABLA. NO SE MANTIENE PARA NO TRUNCARLA. ***"
               MOVE "Y" TO WS-SALIR
             ELSE
               PERFORM COMPRUEBA-CIERRE
             END-IF.

           COMPRUEBA-CIERRE.
             MOVE "N" TO WS-HALLADO.
             PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                 UNTIL WS-CO-IDX > WS-CO-TOTAL OR WS-HALLADO = "Y"
               MOVE WS-CO-REG(WS-CO-IDX) TO COLA-EXC-REG
               IF COLA-NUMERO = WS-ELEGIDO
                 MOVE "Y" TO WS-HALLADO
               END-IF
             END-PERFORM.
             IF WS-HALLADO = "Y"
               DISPLAY "LA PARTIDA " WS-ELEGIDO " SIGUE ABIERTA."
             ELSE
               DISPLAY "LA PARTIDA " WS-ELEGIDO " QUEDO RESUELTA."
             END-IF.
             DISPLAY "PARTIDAS NUEVAS " WS-ACT-NUEVAS " RESUELTAS "
                 WS-ACT-RESUELTAS " ABIERTAS " WS-ACT-ABIERTAS.

           REESCRIBE-COLA.
             OPEN OUTPUT COLA-EXC-FILE.
             PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                 UNTIL WS-CO-IDX > WS-CO-TOTAL
               MOVE WS-CO-REG(WS-CO-IDX) TO COLA-EXC-REG
               WRITE COLA-EXC-REG
             END-PERFORM.
             PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RS-TOTAL
               MOVE WS-RS-REG(WS-RS-IDX) TO COLA-EXC-REG
               WRITE COLA-EXC-REG
             END-PERFORM.
             CLOSE COLA-EXC-FILE.

      *    Every assignment and every jump into a fixing program
      *    leaves its trace in the shared trail, with who did it.
           GRABA-CAMBIO.
             MOVE "COLATRAB" TO AUDIT-PROGRAMA.
             MOVE WS-EVENTO TO AUDIT-EVENTO.
             MOVE SPACES TO AUDIT-DETALLE.
             STRING FUNCTION TRIM(WS-DETALLE-CAMBIO) " POR "
                 WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO AUDIT-DETALLE.
             MOVE 0 TO AUDIT-RUN-ID.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           RESUELVE-ARCHIVOS.
             MOVE "COLAEXC.DAT" TO WS-ARCH-COLAEXC.
             CALL "ENVNAME" USING WS-ARCH-COLAEXC WS-AMBIENTE.
             MOVE "OPERMAST.DAT" TO WS-ARCH-OPERMAST.
             CALL "ENVNAME" USING WS-ARCH-OPERMAST WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM COLATRAB.
