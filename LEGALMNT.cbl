      ******************************************************************
      * Author:
      * Date:
      * Purpose: Legal-hold console. Requires an ADM sign-on through
      *          OPERAUTH; places a hold on a customer, a period or
      *          both under a matter reference in LEGALHLD.DAT, lists
      *          the holds, and releases a hold once legal lifts it
      *          (the record stays, marked "L" with who released it
      *          and when). Every hold placed or released is written
      *          to AUDITLOG.DAT. While a hold is active CUSTPURG,
      *          CUSTANON, HOUSEKEEP and GDGROTATE leave what it
      *          covers alone (LEGALCHK) and ARCHINQ flags it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LEGALHLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY "LEGALHLD.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-LEGALHLD PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-LHLD-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "LEGALHLD".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "LEGALMNT".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-OPCION PIC X VALUE SPACE.
       01  WS-SALIR PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-RETENCIONES.
           05  WS-LHLD-ENTRY OCCURS 200 PIC X(83).
       01  WS-LHLD-TOTAL PIC 999 VALUE 0.
       01  WS-LHLD-IDX PIC 999.
       01  WS-LHLD-DESBORDADO PIC X VALUE "N".
       01  WS-NUMERO-MAX PIC 9(4) VALUE 0.
       01  WS-ELEGIDO PIC 9(4).
       01  WS-HALLADO PIC X.
       01  WS-DATOS-OK PIC X.
       01  WS-LISTADOS PIC 999 VALUE 0.
       01  WS-SOLO-ACTIVAS PIC X.
       01  WS-ASUNTO PIC X(20).
       01  WS-DESDE-OBRA PIC 9(8).
       01  WS-HASTA-OBRA PIC 9(8).
       01  WS-ENTRADA-FECHA PIC X(10).
       01  WS-FECHA-OBRA PIC 9(8).
       01  WS-FECHA-DESC.
           05  WS-FD-AAAA PIC 9(4).
           05  WS-FD-MM   PIC 99.
           05  WS-FD-DD   PIC 99.
       01  WS-FECHA-VALIDA PIC X.
       01  WS-CONFIRMA PIC X.
       01  WS-DETALLE-CAMBIO PIC X(40).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "===== RETENCIONES LEGALES =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL ADMINISTRADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF (WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G")
               OR WS-AUTH-ROL NOT = "ADM"
             DISPLAY MSG-006
             DISPLAY "LAS RETENCIONES LEGALES REQUIEREN ROL ADM."
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
           PERFORM CARGA-RETENCIONES.
           IF WS-LHLD-DESBORDADO = "Y"
             DISPLAY "*** LEGALHLD.DAT SUPERA LOS 200 REGISTROS DE"
                 " LA TABLA. NO SE MANTIENE PARA NO TRUNCARLO. ***"
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM MUESTRA-MENU
             PERFORM EJECUTA-OPCION
           END-PERFORM.
           PERFORM SUELTA-CERROJO.
           STOP RUN.

           MUESTRA-MENU.
             DISPLAY " ".
             DISPLAY "1. REGISTRAR RETENCION LEGAL".
             DISPLAY "2. LISTAR RETENCIONES ACTIVAS".
             DISPLAY "3. LISTAR TODAS LAS RETENCIONES".
             DISPLAY "4. LEVANTAR RETENCION".
             DISPLAY "S. SALIR".
             DISPLAY "SELECCIONE UNA OPCION: ".
             ACCEPT WS-OPCION.

           EJECUTA-OPCION.
             EVALUATE WS-OPCION
               WHEN "1"
                 PERFORM REGISTRA-RETENCION
               WHEN "2"
                 MOVE "Y" TO WS-SOLO-ACTIVAS
                 PERFORM LISTA-RETENCIONES
               WHEN "3"
                 MOVE "N" TO WS-SOLO-ACTIVAS
                 PERFORM LISTA-RETENCIONES
               WHEN "4"
                 PERFORM LEVANTA-RETENCION
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
               WHEN OTHER
                 DISPLAY "OPCION NO VALIDA."
             END-EVALUATE.

           CARGA-RETENCIONES.
             MOVE 0 TO WS-LHLD-TOTAL.
             MOVE 0 TO WS-NUMERO-MAX.
             OPEN INPUT LEGAL-HOLD-FILE.
             IF WS-LHLD-STATUS = "00"
               PERFORM UNTIL WS-LHLD-STATUS = "10"
                 READ LEGAL-HOLD-FILE
                   AT END
                     MOVE "10" TO WS-LHLD-STATUS
                   NOT AT END
                     IF WS-LHLD-TOTAL < 200
                       ADD 1 TO WS-LHLD-TOTAL
                       MOVE LEGAL-HOLD-REG
                           TO WS-LHLD-ENTRY(WS-LHLD-TOTAL)
                       IF LHLD-NUMERO > WS-NUMERO-MAX
                         MOVE LHLD-NUMERO TO WS-NUMERO-MAX
                       END-IF
                     ELSE
                       MOVE "Y" TO WS-LHLD-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
             ELSE
               IF WS-LHLD-STATUS = "05"
                 CLOSE LEGAL-HOLD-FILE
               END-IF
             END-IF.

      *    A hold names a customer, a period or both; a period open
      *    on one side is entered as an empty date.
           REGISTRA-RETENCION.
             IF WS-LHLD-TOTAL NOT < 200
               DISPLAY "REGISTRO DE RETENCIONES LLENO."
             ELSE
               PERFORM CAPTURA-RETENCION
               IF WS-DATOS-OK = "Y"
                 PERFORM CONFIRMA-RETENCION
               END-IF
             END-IF.

           CAPTURA-RETENCION.
             MOVE "N" TO WS-DATOS-OK.
             MOVE 0 TO WS-CLIENTE.
             MOVE "Y" TO WS-HALLADO.
             DISPLAY "NUMERO DEL CLIENTE (INTRO = NINGUNO): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF WS-ID-ENTRADA NOT = SPACES
               CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                   WS-ID-VERDICTO
               IF WS-ID-VERDICTO = "N"
                 DISPLAY MSG-022
                 MOVE "N" TO WS-HALLADO
               ELSE
                 PERFORM VERIFICA-CLIENTE
               END-IF
             END-IF.
             IF WS-HALLADO = "Y"
               DISPLAY "FECHA DESDE (YYYYMMDD, INTRO = SIN INICIO): "
               PERFORM PIDE-FECHA
               MOVE WS-FECHA-OBRA TO WS-DESDE-OBRA
             END-IF.
             IF WS-HALLADO = "Y" AND WS-FECHA-VALIDA = "Y"
               DISPLAY "FECHA HASTA (YYYYMMDD, INTRO = SIN FIN): "
               PERFORM PIDE-FECHA
               MOVE WS-FECHA-OBRA TO WS-HASTA-OBRA
               IF WS-FECHA-VALIDA = "Y"
                 PERFORM VALIDA-ALCANCE
               END-IF
             END-IF.

           VALIDA-ALCANCE.
             IF WS-CLIENTE = 0 AND WS-DESDE-OBRA = 0
                 AND WS-HASTA-OBRA = 0
               DISPLAY "UNA RETENCION NOMBRA UN CLIENTE, UN PERIODO"
                   " O AMBOS. NADA SE GRABO."
             ELSE
               IF WS-HASTA-OBRA NOT = 0
                   AND WS-DESDE-OBRA > WS-HASTA-OBRA
                 DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA."
                     " NADA SE GRABO."
               ELSE
                 DISPLAY "REFERENCIA DEL ASUNTO LEGAL: "
                 MOVE SPACES TO WS-ASUNTO
                 ACCEPT WS-ASUNTO
                 IF WS-ASUNTO = SPACES
                   DISPLAY "SIN REFERENCIA DEL ASUNTO NO SE RETIENE."
                 ELSE
                   MOVE "Y" TO WS-DATOS-OK
                 END-IF
               END-IF
             END-IF.

           CONFIRMA-RETENCION.
             DISPLAY "RETENCION: ASUNTO " WS-ASUNTO " CLIENTE "
                 WS-CLIENTE " DESDE " WS-DESDE-OBRA " HASTA "
                 WS-HASTA-OBRA.
             DISPLAY "NADA DE LO CUBIERTO SE PURGARA NI PODARA"
                 " HASTA LEVANTARLA. CONFIRMA (S/N): ".
             MOVE SPACE TO WS-CONFIRMA.
             ACCEPT WS-CONFIRMA.
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               INITIALIZE LEGAL-HOLD-REG
               COMPUTE LHLD-NUMERO = WS-NUMERO-MAX + 1
               MOVE LHLD-NUMERO TO WS-NUMERO-MAX
               MOVE WS-CLIENTE TO LHLD-CUST-ID
               MOVE WS-DESDE-OBRA TO LHLD-DESDE
               MOVE WS-HASTA-OBRA TO LHLD-HASTA
               MOVE WS-ASUNTO TO LHLD-ASUNTO
               MOVE "A" TO LHLD-ESTADO
               MOVE WS-FECHA-NEGOCIO TO LHLD-FECHA-ALTA
               MOVE WS-OPERADOR-ID TO LHLD-OPER-ALTA
               MOVE 0 TO LHLD-FECHA-BAJA
               MOVE SPACES TO LHLD-OPER-BAJA
               ADD 1 TO WS-LHLD-TOTAL
               MOVE LEGAL-HOLD-REG TO WS-LHLD-ENTRY(WS-LHLD-TOTAL)
      *    Rewritten at once, not at exit: a hold must bind the
      *    next purge even if this session is left open.
               PERFORM REESCRIBE-RETENCIONES
               MOVE SPACES TO WS-DETALLE-CAMBIO
               STRING "ALTA " LHLD-NUMERO " "
                   FUNCTION TRIM(LHLD-ASUNTO)
                   DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO
               PERFORM GRABA-CAMBIO
               DISPLAY "RETENCION " LHLD-NUMERO " REGISTRADA."
             ELSE
               DISPLAY "NADA SE GRABO."
             END-IF.

           PIDE-FECHA.
             MOVE "N" TO WS-FECHA-VALIDA.
             MOVE 0 TO WS-FECHA-OBRA.
             MOVE SPACES TO WS-ENTRADA-FECHA.
             ACCEPT WS-ENTRADA-FECHA.
             IF WS-ENTRADA-FECHA = SPACES
               MOVE "Y" TO WS-FECHA-VALIDA
             ELSE
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA-FECHA) NOT = 0
                 DISPLAY "FECHA NO NUMERICA. NADA SE GRABO."
               ELSE
                 COMPUTE WS-FECHA-OBRA =
                     FUNCTION NUMVAL(WS-ENTRADA-FECHA)
                 MOVE WS-FECHA-OBRA TO WS-FECHA-DESC
                 IF WS-FD-MM < 1 OR WS-FD-MM > 12
                     OR WS-FD-DD < 1 OR WS-FD-DD > 31
                   DISPLAY "FECHA NO VALIDA. NADA SE GRABO."
                 ELSE
                   MOVE "Y" TO WS-FECHA-VALIDA
                 END-IF
               END-IF
             END-IF.

           VERIFICA-CLIENTE.
             MOVE "N" TO WS-HALLADO.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               MOVE WS-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   DISPLAY MSG-016
                 NOT INVALID KEY
                   MOVE "Y" TO WS-HALLADO
                   DISPLAY "CLIENTE " WS-CLIENTE " " CUST-NOMBRE " "
                       CUST-APELLIDOS
               END-READ
               CLOSE CUSTOMER-MASTER
             ELSE
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             END-IF.

           LISTA-RETENCIONES.
             MOVE 0 TO WS-LISTADOS.
             PERFORM VARYING WS-LHLD-IDX FROM 1 BY 1
                 UNTIL WS-LHLD-IDX > WS-LHLD-TOTAL
               MOVE WS-LHLD-ENTRY(WS-LHLD-IDX) TO LEGAL-HOLD-REG
               IF LHLD-ESTADO = "A" OR WS-SOLO-ACTIVAS = "N"
                 PERFORM MUESTRA-RETENCION
               END-IF
             END-PERFORM.
             IF WS-LISTADOS = 0
               DISPLAY "NO HAY RETENCIONES."
             END-IF.

           MUESTRA-RETENCION.
             ADD 1 TO WS-LISTADOS.
             DISPLAY "RETENCION " LHLD-NUMERO " ESTADO " LHLD-ESTADO
                 " ASUNTO " LHLD-ASUNTO " CLIENTE " LHLD-CUST-ID.
             DISPLAY "  DESDE " LHLD-DESDE " HASTA " LHLD-HASTA
                 " ALTA " LHLD-FECHA-ALTA " POR " LHLD-OPER-ALTA.
             IF LHLD-ESTADO = "L"
               DISPLAY "  LEVANTADA " LHLD-FECHA-BAJA " POR "
                   LHLD-OPER-BAJA
             END-IF.

           LEVANTA-RETENCION.
             DISPLAY "NUMERO DE RETENCION A LEVANTAR: ".
             ACCEPT WS-ELEGIDO.
             MOVE "N" TO WS-HALLADO.
             PERFORM VARYING WS-LHLD-IDX FROM 1 BY 1
                 UNTIL WS-LHLD-IDX > WS-LHLD-TOTAL
                     OR WS-HALLADO = "Y"
               MOVE WS-LHLD-ENTRY(WS-LHLD-IDX) TO LEGAL-HOLD-REG
               IF LHLD-NUMERO = WS-ELEGIDO AND LHLD-ESTADO = "A"
                 MOVE "Y" TO WS-HALLADO
                 PERFORM MUESTRA-RETENCION
                 DISPLAY "LO CUBIERTO VOLVERA A PURGARSE Y PODARSE"
                     " CON NORMALIDAD. CONFIRMA (S/N): "
                 MOVE SPACE TO WS-CONFIRMA
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "L" TO LHLD-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO LHLD-FECHA-BAJA
                   MOVE WS-OPERADOR-ID TO LHLD-OPER-BAJA
                   MOVE LEGAL-HOLD-REG TO WS-LHLD-ENTRY(WS-LHLD-IDX)
                   PERFORM REESCRIBE-RETENCIONES
                   MOVE SPACES TO WS-DETALLE-CAMBIO
                   STRING "BAJA " LHLD-NUMERO " "
                       FUNCTION TRIM(LHLD-ASUNTO)
                       DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO
                   PERFORM GRABA-CAMBIO
                   DISPLAY "RETENCION " LHLD-NUMERO " LEVANTADA."
                 END-IF
               END-IF
             END-PERFORM.
             IF WS-HALLADO = "N"
               DISPLAY "LA RETENCION " WS-ELEGIDO " NO ESTA ACTIVA."
             END-IF.

           REESCRIBE-RETENCIONES.
             OPEN OUTPUT LEGAL-HOLD-FILE.
             PERFORM VARYING WS-LHLD-IDX FROM 1 BY 1
                 UNTIL WS-LHLD-IDX > WS-LHLD-TOTAL
               MOVE WS-LHLD-ENTRY(WS-LHLD-IDX) TO LEGAL-HOLD-REG
               WRITE LEGAL-HOLD-REG
             END-PERFORM.
             CLOSE LEGAL-HOLD-FILE.
             DISPLAY "LEGALHLD.DAT ACTUALIZADO.".

      *    Every hold placed or released leaves its trace: what,
      *    under which matter, and by whom, in the shared trail.
           GRABA-CAMBIO.
             MOVE "LEGALMNT" TO AUDIT-PROGRAMA.
             MOVE "RETEN" TO AUDIT-EVENTO.
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
             MOVE "LEGALHLD.DAT" TO WS-ARCH-LEGALHLD.
             CALL "ENVNAME" USING WS-ARCH-LEGALHLD WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM LEGALMNT.
