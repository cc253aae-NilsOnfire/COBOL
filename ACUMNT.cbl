      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment-arrangement console for the collections
      *          desk: records an instalment plan agreed with a
      *          customer (agreed total, instalment amount, first
      *          due date -- the rest fall due monthly -- and the
      *          arranging operator) in ACUERDOS.DAT, lists the
      *          plans with what has been paid against them, and
      *          cancels a plan the customer withdrew from. While a
      *          plan is active DUNNING holds the customer's letter
      *          level instead of escalating a customer who is
      *          paying on time; ACUCHK proves the plans nightly
      *          against the applied cash and breaks the ones that
      *          fall behind.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACUERDO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACUERDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUERDO-FILE.
           COPY "ACUERDO.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-ACUERDOS PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ACU-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "ACUERDOS".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "ACUMNT".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-OPCION PIC X VALUE SPACE.
       01  WS-SALIR PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-ACUERDOS.
           05  WS-ACU-ENTRY OCCURS 200 PIC X(84).
       01  WS-ACU-TOTAL PIC 999 VALUE 0.
       01  WS-ACU-IDX PIC 999.
       01  WS-ACU-DESBORDADO PIC X VALUE "N".
       01  WS-ACU-CAMBIO PIC X VALUE "N".
       01  WS-NUMERO-MAX PIC 9(4) VALUE 0.
       01  WS-ELEGIDO PIC 9(4).
       01  WS-HALLADO PIC X.
       01  WS-YA-ACTIVO PIC X.
       01  WS-LISTADOS PIC 999 VALUE 0.
       01  WS-SALDO PIC S9(11)V99.
       01  WS-IMPORTE-ENTRADA PIC X(15).
       01  WS-TOTAL-OBRA PIC S9(9)V99.
       01  WS-CUOTA-OBRA PIC S9(9)V99.
       01  WS-PLAZOS-OBRA PIC 9(5).
       01  WS-RESTO-OBRA PIC S9(9)V99.
       01  WS-IMPORTES-OK PIC X.
       01  WS-ENTRADA-FECHA PIC X(10).
       01  WS-FECHA-OBRA PIC 9(8).
       01  WS-FECHA-DESC.
           05  WS-FD-AAAA PIC 9(4).
           05  WS-FD-MM   PIC 99.
           05  WS-FD-DD   PIC 99.
       01  WS-FECHA-VALIDA PIC X.
       01  WS-CONFIRMA PIC X.
       01  WS-EDIT-TOTAL PIC -(8)9.99.
       01  WS-EDIT-CUOTA PIC -(8)9.99.
       01  WS-EDIT-PAGADO PIC -(8)9.99.
       01  WS-EDIT-SALDO PIC -(10)9.99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "===== ACUERDOS DE PAGO =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "INTRODUZCA SU ID DE OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
      *    ACUCHK rewrites the register every night: the console
      *    holds the same run-lock for the whole session so neither
      *    overwrites the other's changes.
           MOVE "A" TO WS-LOCK-ACCION.
           CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
               WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
           IF WS-LOCK-RESULTADO NOT = "Y"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CARGA-ACUERDOS.
           IF WS-ACU-DESBORDADO = "Y"
             DISPLAY "*** ACUERDOS.DAT SUPERA LOS 200 REGISTROS DE"
                 " LA TABLA. NO SE MANTIENE PARA NO TRUNCARLO. ***"
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM MUESTRA-MENU
             PERFORM EJECUTA-OPCION
           END-PERFORM.
           IF WS-ACU-CAMBIO = "Y"
             PERFORM REESCRIBE-ACUERDOS
           END-IF.
           PERFORM SUELTA-CERROJO.
           STOP RUN.

           MUESTRA-MENU.
             DISPLAY " ".
             DISPLAY "1. REGISTRAR ACUERDO DE PAGO".
             DISPLAY "2. LISTAR ACUERDOS ACTIVOS".
             DISPLAY "3. LISTAR ACUERDOS DE UN CLIENTE".
             DISPLAY "4. CANCELAR ACUERDO".
             DISPLAY "S. SALIR".
             DISPLAY "SELECCIONE UNA OPCION: ".
             ACCEPT WS-OPCION.

           EJECUTA-OPCION.
             EVALUATE WS-OPCION
               WHEN "1"
                 PERFORM REGISTRA-ACUERDO
               WHEN "2"
                 PERFORM LISTA-ACTIVOS
               WHEN "3"
                 PERFORM LISTA-CLIENTE
               WHEN "4"
                 PERFORM CANCELA-ACUERDO
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
               WHEN OTHER
                 DISPLAY "OPCION NO VALIDA."
             END-EVALUATE.

           CARGA-ACUERDOS.
             MOVE 0 TO WS-ACU-TOTAL.
             MOVE 0 TO WS-NUMERO-MAX.
             OPEN INPUT ACUERDO-FILE.
             IF WS-ACU-STATUS = "00"
               PERFORM UNTIL WS-ACU-STATUS = "10"
                 READ ACUERDO-FILE
                   AT END
                     MOVE "10" TO WS-ACU-STATUS
                   NOT AT END
                     IF WS-ACU-TOTAL < 200
                       ADD 1 TO WS-ACU-TOTAL
                       MOVE ACUERDO-REG TO WS-ACU-ENTRY(WS-ACU-TOTAL)
                       IF ACU-NUMERO > WS-NUMERO-MAX
                         MOVE ACU-NUMERO TO WS-NUMERO-MAX
                       END-IF
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

           REGISTRA-ACUERDO.
             IF WS-ACU-TOTAL NOT < 200
               DISPLAY "REGISTRO DE ACUERDOS LLENO."
             ELSE
               DISPLAY "NUMERO DEL CLIENTE: "
               MOVE SPACES TO WS-ID-ENTRADA
               ACCEPT WS-ID-ENTRADA
               CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                   WS-ID-VERDICTO
               IF WS-ID-VERDICTO = "N"
                 DISPLAY MSG-022
               ELSE
                 PERFORM VERIFICA-CLIENTE
                 IF WS-HALLADO = "Y"
                   PERFORM BUSCA-ACTIVO-CLIENTE
                   IF WS-YA-ACTIVO = "Y"
                     DISPLAY "EL CLIENTE YA TIENE UN ACUERDO ACTIVO."
                         " CANCELELO ANTES DE REGISTRAR OTRO."
                   ELSE
                     PERFORM CAPTURA-ACUERDO
                   END-IF
                 END-IF
               END-IF
             END-IF.

           CAPTURA-ACUERDO.
             PERFORM LEE-SALDO.
             MOVE WS-SALDO TO WS-EDIT-SALDO.
             DISPLAY "CLIENTE " WS-CLIENTE " " CUST-NOMBRE " "
                 CUST-APELLIDOS.
             DISPLAY "SALDO DEUDOR ACTUAL: " WS-EDIT-SALDO
                 "  NIVEL DE RECLAMO: " CUST-DUN-NIVEL.
             PERFORM PIDE-IMPORTES.
             IF WS-IMPORTES-OK = "Y"
               DISPLAY "FECHA DEL PRIMER VENCIMIENTO (YYYYMMDD): "
               PERFORM PIDE-FECHA
               IF WS-FECHA-VALIDA = "Y"
                   AND WS-FECHA-OBRA < WS-FECHA-NEGOCIO
                 DISPLAY "EL PRIMER VENCIMIENTO NO PUEDE SER"
                     " ANTERIOR A HOY. NADA SE GRABO."
                 MOVE "N" TO WS-FECHA-VALIDA
               END-IF
               IF WS-FECHA-VALIDA = "Y"
                 PERFORM CONFIRMA-ACUERDO
               END-IF
             END-IF.

      *    The last instalment carries the remainder, so the number
      *    of instalments is the total over the instalment rounded
      *    up.
           PIDE-IMPORTES.
             MOVE "N" TO WS-IMPORTES-OK.
             DISPLAY "IMPORTE TOTAL ACORDADO: ".
             MOVE SPACES TO WS-IMPORTE-ENTRADA.
             ACCEPT WS-IMPORTE-ENTRADA.
             IF FUNCTION TEST-NUMVAL(WS-IMPORTE-ENTRADA) NOT = 0
               DISPLAY "IMPORTE NO NUMERICO. NADA SE GRABO."
             ELSE
               COMPUTE WS-TOTAL-OBRA =
                   FUNCTION NUMVAL(WS-IMPORTE-ENTRADA)
               DISPLAY "IMPORTE DE CADA CUOTA: "
               MOVE SPACES TO WS-IMPORTE-ENTRADA
               ACCEPT WS-IMPORTE-ENTRADA
               IF FUNCTION TEST-NUMVAL(WS-IMPORTE-ENTRADA) NOT = 0
                 DISPLAY "CUOTA NO NUMERICA. NADA SE GRABO."
               ELSE
                 COMPUTE WS-CUOTA-OBRA =
                     FUNCTION NUMVAL(WS-IMPORTE-ENTRADA)
                 IF WS-TOTAL-OBRA NOT > 0 OR WS-CUOTA-OBRA NOT > 0
                     OR WS-CUOTA-OBRA > WS-TOTAL-OBRA
                   DISPLAY "IMPORTES NO VALIDOS: TOTAL Y CUOTA"
                       " POSITIVOS, CUOTA NO MAYOR QUE EL TOTAL."
                 ELSE
                   DIVIDE WS-TOTAL-OBRA BY WS-CUOTA-OBRA
                       GIVING WS-PLAZOS-OBRA
                       REMAINDER WS-RESTO-OBRA
                   IF WS-RESTO-OBRA > 0
                     ADD 1 TO WS-PLAZOS-OBRA
                   END-IF
                   IF WS-PLAZOS-OBRA > 120
                     DISPLAY "MAS DE 120 CUOTAS: AUMENTE LA CUOTA."
                   ELSE
                     MOVE "Y" TO WS-IMPORTES-OK
                   END-IF
                 END-IF
               END-IF
             END-IF.

           CONFIRMA-ACUERDO.
             MOVE WS-TOTAL-OBRA TO WS-EDIT-TOTAL.
             MOVE WS-CUOTA-OBRA TO WS-EDIT-CUOTA.
             DISPLAY "ACUERDO: " WS-EDIT-TOTAL " EN " WS-PLAZOS-OBRA
                 " CUOTAS MENSUALES DE " WS-EDIT-CUOTA
                 " DESDE " WS-FECHA-OBRA.
             DISPLAY "CONFIRMA (S/N): ".
             MOVE SPACE TO WS-CONFIRMA.
             ACCEPT WS-CONFIRMA.
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               INITIALIZE ACUERDO-REG
               COMPUTE ACU-NUMERO = WS-NUMERO-MAX + 1
               MOVE ACU-NUMERO TO WS-NUMERO-MAX
               MOVE WS-CLIENTE TO ACU-CUST-ID
               MOVE WS-TOTAL-OBRA TO ACU-TOTAL
               MOVE WS-CUOTA-OBRA TO ACU-CUOTA
               MOVE WS-FECHA-OBRA TO ACU-PRIMER-VTO
               MOVE WS-PLAZOS-OBRA TO ACU-PLAZOS
               MOVE "A" TO ACU-ESTADO
               MOVE WS-FECHA-NEGOCIO TO ACU-FECHA-ALTA
               MOVE WS-OPERADOR-ID TO ACU-OPERADOR
               MOVE 0 TO ACU-PAGADO
               MOVE 0 TO ACU-FECHA-ESTADO
               ADD 1 TO WS-ACU-TOTAL
               MOVE ACUERDO-REG TO WS-ACU-ENTRY(WS-ACU-TOTAL)
               MOVE "Y" TO WS-ACU-CAMBIO
               DISPLAY "ACUERDO " ACU-NUMERO " REGISTRADO. EL"
                   " RECLAMO DEL CLIENTE QUEDA EN PAUSA."
             ELSE
               DISPLAY "NADA SE GRABO."
             END-IF.

           PIDE-FECHA.
             MOVE "N" TO WS-FECHA-VALIDA.
             MOVE SPACES TO WS-ENTRADA-FECHA.
             ACCEPT WS-ENTRADA-FECHA.
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
               END-READ
               CLOSE CUSTOMER-MASTER
             ELSE
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             END-IF.

           LEE-SALDO.
             MOVE 0 TO WS-SALDO.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               MOVE WS-CLIENTE TO BAL-CUST-ID
               READ CUST-BAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE BAL-SALDO TO WS-SALDO
               END-READ
               CLOSE CUST-BAL-FILE
             ELSE
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.

           BUSCA-ACTIVO-CLIENTE.
             MOVE "N" TO WS-YA-ACTIVO.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
                     OR WS-YA-ACTIVO = "Y"
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               IF ACU-CUST-ID = WS-CLIENTE AND ACU-ESTADO = "A"
                 MOVE "Y" TO WS-YA-ACTIVO
               END-IF
             END-PERFORM.

           LISTA-ACTIVOS.
             MOVE 0 TO WS-LISTADOS.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               IF ACU-ESTADO = "A"
                 PERFORM MUESTRA-ACUERDO
               END-IF
             END-PERFORM.
             IF WS-LISTADOS = 0
               DISPLAY "NO HAY ACUERDOS ACTIVOS."
             END-IF.

           LISTA-CLIENTE.
             DISPLAY "NUMERO DEL CLIENTE: ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                 WS-ID-VERDICTO.
             IF WS-ID-VERDICTO = "N"
               DISPLAY MSG-022
             ELSE
               MOVE 0 TO WS-LISTADOS
               PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-TOTAL
                 MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
                 IF ACU-CUST-ID = WS-CLIENTE
                   PERFORM MUESTRA-ACUERDO
                 END-IF
               END-PERFORM
               IF WS-LISTADOS = 0
                 DISPLAY "EL CLIENTE NO TIENE ACUERDOS."
               END-IF
             END-IF.

           MUESTRA-ACUERDO.
             ADD 1 TO WS-LISTADOS.
             MOVE ACU-TOTAL TO WS-EDIT-TOTAL.
             MOVE ACU-CUOTA TO WS-EDIT-CUOTA.
             MOVE ACU-PAGADO TO WS-EDIT-PAGADO.
             DISPLAY "ACUERDO " ACU-NUMERO " CLIENTE " ACU-CUST-ID
                 " ESTADO " ACU-ESTADO " TOTAL " WS-EDIT-TOTAL
                 " PAGADO " WS-EDIT-PAGADO.
             DISPLAY "  " ACU-PLAZOS " CUOTAS DE " WS-EDIT-CUOTA
                 " DESDE " ACU-PRIMER-VTO " ALTA " ACU-FECHA-ALTA
                 " POR " ACU-OPERADOR.

           CANCELA-ACUERDO.
             DISPLAY "NUMERO DE ACUERDO A CANCELAR: ".
             ACCEPT WS-ELEGIDO.
             MOVE "N" TO WS-HALLADO.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
                     OR WS-HALLADO = "Y"
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               IF ACU-NUMERO = WS-ELEGIDO AND ACU-ESTADO = "A"
                 MOVE "Y" TO WS-HALLADO
                 PERFORM MUESTRA-ACUERDO
                 DISPLAY "CONFIRMA LA CANCELACION (S/N): "
                 MOVE SPACE TO WS-CONFIRMA
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "X" TO ACU-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO ACU-FECHA-ESTADO
                   MOVE ACUERDO-REG TO WS-ACU-ENTRY(WS-ACU-IDX)
                   MOVE "Y" TO WS-ACU-CAMBIO
                   DISPLAY "ACUERDO " ACU-NUMERO " CANCELADO: EL"
                       " RECLAMO SE REANUDA EN LA PROXIMA NOCHE."
                 END-IF
               END-IF
             END-PERFORM.
             IF WS-HALLADO = "N"
               DISPLAY "EL ACUERDO " WS-ELEGIDO " NO ESTA ACTIVO."
             END-IF.

           REESCRIBE-ACUERDOS.
             OPEN OUTPUT ACUERDO-FILE.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
               MOVE WS-ACU-ENTRY(WS-ACU-IDX) TO ACUERDO-REG
               WRITE ACUERDO-REG
             END-PERFORM.
             CLOSE ACUERDO-FILE.
             DISPLAY "ACUERDOS.DAT ACTUALIZADO.".

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           RESUELVE-ARCHIVOS.
             MOVE "ACUERDOS.DAT" TO WS-ARCH-ACUERDOS.
             CALL "ENVNAME" USING WS-ARCH-ACUERDOS WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.

       END PROGRAM ACUMNT.
