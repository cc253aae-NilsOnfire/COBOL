      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fee-waiver console. Requires a SUP (or ADM) sign-on
      *          through OPERAUTH; keeps EXENCION.DAT, the waivers
      *          and promotional discounts account managers promise:
      *          one customer or a whole segment, a percentage off
      *          or a fixed amount off each fee, a date window, a
      *          reason code of the RSNCODE "EXENCION" domain, the
      *          account manager who promised it and the signed-on
      *          supervisor as approver. Lists the waivers and
      *          cancels one that should no longer apply (the record
      *          stays, marked "B" with who cancelled it and when).
      *          Every waiver granted or cancelled is written to
      *          AUDITLOG.DAT. FEECALC and STNDRUN apply the active
      *          ones through EXENCALC; EXENRPT reports what they
      *          cost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXENMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXENCION-FILE ASSIGN TO DYNAMIC
               WS-ARCH-EXENCION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEN-STATUS.
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
       FD  EXENCION-FILE.
           COPY "EXENCION.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-EXENCION PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-EXEN-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "EXENCION".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "EXENMNT".
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
       01  WS-EXENCIONES.
           05  WS-EXEN-ENTRY OCCURS 500 PIC X(101).
       01  WS-EXEN-TOTAL PIC 999 VALUE 0.
       01  WS-EXEN-IDX PIC 999.
       01  WS-EXEN-DESBORDADO PIC X VALUE "N".
       01  WS-NUMERO-MAX PIC 9(5) VALUE 0.
       01  WS-ELEGIDO PIC 9(5).
       01  WS-HALLADO PIC X.
       01  WS-DATOS-OK PIC X.
       01  WS-LISTADOS PIC 999 VALUE 0.
       01  WS-SOLO-ACTIVAS PIC X.
       01  WS-SEGMENTO PIC X(3).
       01  WS-TIPO PIC X.
       01  WS-VALOR-ENTRADA PIC X(12).
       01  WS-PORCENTAJE PIC 999V99.
       01  WS-IMPORTE PIC 9(7)V99.
       01  WS-VALOR-OBRA PIC S9(9)V99.
       01  WS-MOTIVO PIC X(9).
       01  WS-GESTOR PIC X(10).
       01  WS-RSN-DOMINIO PIC X(8) VALUE "EXENCION".
       01  WS-RSN-DESCRIPCION PIC X(40).
       01  WS-RSN-HALLADO PIC X.
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
       01  WS-EDIT-PORCENTAJE PIC ZZ9.99.
       01  WS-EDIT-IMPORTE PIC Z(6)9.99.
       01  WS-VALOR-TEXTO PIC X(12).
       01  WS-ALCANCE-TEXTO PIC X(14).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "===== EXENCIONES Y DESCUENTOS DE CUOTAS =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL SUPERVISOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF (WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G")
               OR (WS-AUTH-ROL NOT = "SUP" AND WS-AUTH-ROL NOT = "ADM")
             DISPLAY MSG-006
             DISPLAY "LAS EXENCIONES REQUIEREN ROL SUP O ADM."
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
           PERFORM CARGA-EXENCIONES.
           IF WS-EXEN-DESBORDADO = "Y"
             DISPLAY "*** EXENCION.DAT SUPERA LOS 500 REGISTROS DE"
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
             DISPLAY "1. CONCEDER EXENCION O DESCUENTO".
             DISPLAY "2. LISTAR EXENCIONES ACTIVAS".
             DISPLAY "3. LISTAR TODAS LAS EXENCIONES".
             DISPLAY "4. DAR DE BAJA UNA EXENCION".
             DISPLAY "S. SALIR".
             DISPLAY "SELECCIONE UNA OPCION: ".
             ACCEPT WS-OPCION.

           EJECUTA-OPCION.
             EVALUATE WS-OPCION
               WHEN "1"
                 PERFORM REGISTRA-EXENCION
               WHEN "2"
                 MOVE "Y" TO WS-SOLO-ACTIVAS
                 PERFORM LISTA-EXENCIONES
               WHEN "3"
                 MOVE "N" TO WS-SOLO-ACTIVAS
                 PERFORM LISTA-EXENCIONES
               WHEN "4"
                 PERFORM BAJA-EXENCION
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
               WHEN OTHER
                 DISPLAY "OPCION NO VALIDA."
             END-EVALUATE.

           CARGA-EXENCIONES.
             MOVE 0 TO WS-EXEN-TOTAL.
             MOVE 0 TO WS-NUMERO-MAX.
             OPEN INPUT EXENCION-FILE.
             IF WS-EXEN-STATUS = "00"
               PERFORM UNTIL WS-EXEN-STATUS = "10"
                 READ EXENCION-FILE
                   AT END
                     MOVE "10" TO WS-EXEN-STATUS
                   NOT AT END
                     IF WS-EXEN-TOTAL < 500
                       ADD 1 TO WS-EXEN-TOTAL
                       MOVE EXENCION-REG
                           TO WS-EXEN-ENTRY(WS-EXEN-TOTAL)
                       IF EXEN-NUMERO > WS-NUMERO-MAX
                         MOVE EXEN-NUMERO TO WS-NUMERO-MAX
                       END-IF
                     ELSE
                       MOVE "Y" TO WS-EXEN-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE EXENCION-FILE
             ELSE
               IF WS-EXEN-STATUS = "05"
                 CLOSE EXENCION-FILE
               END-IF
             END-IF.

      *    A waiver names a customer or, with no customer, a whole
      *    segment; its window open on one side is an empty date.
           REGISTRA-EXENCION.
             IF WS-EXEN-TOTAL NOT < 500
               DISPLAY "REGISTRO DE EXENCIONES LLENO."
             ELSE
               PERFORM CAPTURA-EXENCION
               IF WS-DATOS-OK = "Y"
                 PERFORM CONFIRMA-EXENCION
               END-IF
             END-IF.

           CAPTURA-EXENCION.
             MOVE "N" TO WS-DATOS-OK.
             MOVE 0 TO WS-CLIENTE.
             MOVE SPACES TO WS-SEGMENTO.
             MOVE "Y" TO WS-HALLADO.
             DISPLAY "NUMERO DEL CLIENTE (INTRO = TODO UN SEGMENTO): ".
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
             ELSE
               PERFORM PIDE-SEGMENTO
             END-IF.
             IF WS-HALLADO = "Y"
               PERFORM PIDE-VALOR
             END-IF.
             IF WS-HALLADO = "Y"
               DISPLAY "FECHA DESDE (YYYYMMDD, INTRO = SIN INICIO): "
               PERFORM PIDE-FECHA
               MOVE WS-FECHA-OBRA TO WS-DESDE-OBRA
               IF WS-FECHA-VALIDA = "N"
                 MOVE "N" TO WS-HALLADO
               END-IF
             END-IF.
             IF WS-HALLADO = "Y"
               DISPLAY "FECHA HASTA (YYYYMMDD, INTRO = SIN FIN): "
               PERFORM PIDE-FECHA
               MOVE WS-FECHA-OBRA TO WS-HASTA-OBRA
               IF WS-FECHA-VALIDA = "N"
                 MOVE "N" TO WS-HALLADO
               ELSE
                 IF WS-HASTA-OBRA NOT = 0
                     AND WS-DESDE-OBRA > WS-HASTA-OBRA
                   DISPLAY "LA FECHA DESDE ES POSTERIOR A LA HASTA."
                       " NADA SE GRABO."
                   MOVE "N" TO WS-HALLADO
                 END-IF
               END-IF
             END-IF.
             IF WS-HALLADO = "Y"
               PERFORM PIDE-MOTIVO-GESTOR
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
                       CUST-APELLIDOS " SEGMENTO " CUST-SEGMENTO
               END-READ
               CLOSE CUSTOMER-MASTER
             ELSE
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             END-IF.

           PIDE-SEGMENTO.
             DISPLAY "SEGMENTO (RET/COR/TST): ".
             ACCEPT WS-SEGMENTO.
             IF WS-SEGMENTO NOT = "RET" AND WS-SEGMENTO NOT = "COR"
                 AND WS-SEGMENTO NOT = "TST"
               DISPLAY "SEGMENTO NO VALIDO. USE RET, COR O TST."
               MOVE "N" TO WS-HALLADO
             END-IF.

      *    A percentage runs from 0.01 to 100 (100 = no fee at
      *    all); a fixed amount comes off each fee, never below zero.
           PIDE-VALOR.
             MOVE 0 TO WS-PORCENTAJE.
             MOVE 0 TO WS-IMPORTE.
             DISPLAY "TIPO: P = PORCENTAJE, F = IMPORTE FIJO: ".
             MOVE SPACE TO WS-TIPO.
             ACCEPT WS-TIPO.
             IF WS-TIPO = "p"
               MOVE "P" TO WS-TIPO
             END-IF.
             IF WS-TIPO = "f"
               MOVE "F" TO WS-TIPO
             END-IF.
             IF WS-TIPO NOT = "P" AND WS-TIPO NOT = "F"
               DISPLAY "TIPO NO VALIDO. NADA SE GRABO."
               MOVE "N" TO WS-HALLADO
             ELSE
               IF WS-TIPO = "P"
                 DISPLAY "PORCENTAJE A DESCONTAR (0.01 A 100): "
               ELSE
                 DISPLAY "IMPORTE A DESCONTAR DE CADA CUOTA: "
               END-IF
               MOVE SPACES TO WS-VALOR-ENTRADA
               ACCEPT WS-VALOR-ENTRADA
               IF WS-VALOR-ENTRADA = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-VALOR-ENTRADA) NOT = 0
                 DISPLAY "VALOR NO NUMERICO. NADA SE GRABO."
                 MOVE "N" TO WS-HALLADO
               ELSE
                 COMPUTE WS-VALOR-OBRA =
                     FUNCTION NUMVAL(WS-VALOR-ENTRADA)
                 PERFORM VALIDA-VALOR
               END-IF
             END-IF.

           VALIDA-VALOR.
             IF WS-VALOR-OBRA NOT > 0
               DISPLAY "EL VALOR DEBE SER POSITIVO. NADA SE GRABO."
               MOVE "N" TO WS-HALLADO
             ELSE
               IF WS-TIPO = "P"
                 IF WS-VALOR-OBRA > 100
                   DISPLAY "UN PORCENTAJE NO PASA DE 100."
                       " NADA SE GRABO."
                   MOVE "N" TO WS-HALLADO
                 ELSE
                   MOVE WS-VALOR-OBRA TO WS-PORCENTAJE
                 END-IF
               ELSE
                 IF WS-VALOR-OBRA > 9999999.99
                   DISPLAY "IMPORTE DEMASIADO GRANDE. NADA SE GRABO."
                   MOVE "N" TO WS-HALLADO
                 ELSE
                   MOVE WS-VALOR-OBRA TO WS-IMPORTE
                 END-IF
               END-IF
             END-IF.

           PIDE-MOTIVO-GESTOR.
             DISPLAY "CODIGO DE MOTIVO: ".
             MOVE SPACES TO WS-MOTIVO.
             ACCEPT WS-MOTIVO.
             CALL "RSNDESC" USING WS-RSN-DOMINIO WS-MOTIVO
                 WS-RSN-DESCRIPCION WS-RSN-HALLADO.
             IF WS-RSN-HALLADO = "N"
               DISPLAY "CODIGO DE MOTIVO NO CATALOGADO EN RSNCODE"
                   " (DOMINIO EXENCION). NADA SE GRABO."
             ELSE
               DISPLAY "MOTIVO: " WS-RSN-DESCRIPCION
               DISPLAY "GESTOR DE LA CUENTA QUE LA PROMETIO: "
               MOVE SPACES TO WS-GESTOR
               ACCEPT WS-GESTOR
               IF WS-GESTOR = SPACES
                 DISPLAY "SIN GESTOR NO SE CONCEDE. NADA SE GRABO."
               ELSE
                 MOVE "Y" TO WS-DATOS-OK
               END-IF
             END-IF.

           CONFIRMA-EXENCION.
             PERFORM TEXTO-ALCANCE-CAPTURA.
             DISPLAY "EXENCION: " WS-ALCANCE-TEXTO " " WS-VALOR-TEXTO
                 " DESDE " WS-DESDE-OBRA " HASTA " WS-HASTA-OBRA.
             DISPLAY "  MOTIVO " WS-MOTIVO " GESTOR " WS-GESTOR
                 " APRUEBA " WS-OPERADOR-ID.
             DISPLAY "CONFIRMA (S/N): ".
             MOVE SPACE TO WS-CONFIRMA.
             ACCEPT WS-CONFIRMA.
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               INITIALIZE EXENCION-REG
               COMPUTE EXEN-NUMERO = WS-NUMERO-MAX + 1
               MOVE EXEN-NUMERO TO WS-NUMERO-MAX
               MOVE WS-CLIENTE TO EXEN-CUST-ID
               MOVE WS-SEGMENTO TO EXEN-SEGMENTO
               MOVE WS-TIPO TO EXEN-TIPO
               MOVE WS-PORCENTAJE TO EXEN-PORCENTAJE
               MOVE WS-IMPORTE TO EXEN-IMPORTE
               MOVE WS-DESDE-OBRA TO EXEN-DESDE
               MOVE WS-HASTA-OBRA TO EXEN-HASTA
               MOVE WS-MOTIVO TO EXEN-MOTIVO
               MOVE WS-GESTOR TO EXEN-GESTOR
               MOVE WS-OPERADOR-ID TO EXEN-APROBADOR
               MOVE WS-FECHA-NEGOCIO TO EXEN-FECHA-ALTA
               MOVE "A" TO EXEN-ESTADO
               MOVE 0 TO EXEN-FECHA-BAJA
               MOVE SPACES TO EXEN-OPER-BAJA
               ADD 1 TO WS-EXEN-TOTAL
               MOVE EXENCION-REG TO WS-EXEN-ENTRY(WS-EXEN-TOTAL)
      *    Rewritten at once, not at exit: tonight's fees must see
      *    the waiver even if this session is left open.
               PERFORM REESCRIBE-EXENCIONES
               MOVE SPACES TO WS-DETALLE-CAMBIO
               STRING "ALTA " EXEN-NUMERO " " WS-ALCANCE-TEXTO " "
                   FUNCTION TRIM(WS-VALOR-TEXTO)
                   DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO
               PERFORM GRABA-CAMBIO
               DISPLAY "EXENCION " EXEN-NUMERO " CONCEDIDA."
             ELSE
               DISPLAY "NADA SE GRABO."
             END-IF.

           TEXTO-ALCANCE-CAPTURA.
             MOVE SPACES TO WS-ALCANCE-TEXTO.
             IF WS-CLIENTE NOT = 0
               STRING "CLIENTE " WS-CLIENTE
                   DELIMITED BY SIZE INTO WS-ALCANCE-TEXTO
             ELSE
               STRING "SEGMENTO " WS-SEGMENTO
                   DELIMITED BY SIZE INTO WS-ALCANCE-TEXTO
             END-IF.
             MOVE SPACES TO WS-VALOR-TEXTO.
             IF WS-TIPO = "P"
               MOVE WS-PORCENTAJE TO WS-EDIT-PORCENTAJE
               STRING FUNCTION TRIM(WS-EDIT-PORCENTAJE) "%"
                   DELIMITED BY SIZE INTO WS-VALOR-TEXTO
             ELSE
               MOVE WS-IMPORTE TO WS-EDIT-IMPORTE
               MOVE FUNCTION TRIM(WS-EDIT-IMPORTE) TO WS-VALOR-TEXTO
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

           LISTA-EXENCIONES.
             MOVE 0 TO WS-LISTADOS.
             PERFORM VARYING WS-EXEN-IDX FROM 1 BY 1
                 UNTIL WS-EXEN-IDX > WS-EXEN-TOTAL
               MOVE WS-EXEN-ENTRY(WS-EXEN-IDX) TO EXENCION-REG
               IF EXEN-ESTADO = "A" OR WS-SOLO-ACTIVAS = "N"
                 PERFORM MUESTRA-EXENCION
               END-IF
             END-PERFORM.
             IF WS-LISTADOS = 0
               DISPLAY "NO HAY EXENCIONES."
             END-IF.

           MUESTRA-EXENCION.
             ADD 1 TO WS-LISTADOS.
             MOVE EXEN-CUST-ID TO WS-CLIENTE.
             MOVE EXEN-SEGMENTO TO WS-SEGMENTO.
             MOVE EXEN-TIPO TO WS-TIPO.
             MOVE EXEN-PORCENTAJE TO WS-PORCENTAJE.
             MOVE EXEN-IMPORTE TO WS-IMPORTE.
             PERFORM TEXTO-ALCANCE-CAPTURA.
             DISPLAY "EXENCION " EXEN-NUMERO " ESTADO " EXEN-ESTADO
                 " " WS-ALCANCE-TEXTO " " WS-VALOR-TEXTO
                 " MOTIVO " EXEN-MOTIVO.
             DISPLAY "  DESDE " EXEN-DESDE " HASTA " EXEN-HASTA
                 " GESTOR " EXEN-GESTOR " APROBO " EXEN-APROBADOR
                 " EL " EXEN-FECHA-ALTA.
             IF EXEN-ESTADO = "B"
               DISPLAY "  DE BAJA " EXEN-FECHA-BAJA " POR "
                   EXEN-OPER-BAJA
             END-IF.

      *    Fees already raised keep their waiver; the cancellation
      *    only stops the ones still to come.
           BAJA-EXENCION.
             DISPLAY "NUMERO DE EXENCION A DAR DE BAJA: ".
             ACCEPT WS-ELEGIDO.
             MOVE "N" TO WS-HALLADO.
             PERFORM VARYING WS-EXEN-IDX FROM 1 BY 1
                 UNTIL WS-EXEN-IDX > WS-EXEN-TOTAL
                     OR WS-HALLADO = "Y"
               MOVE WS-EXEN-ENTRY(WS-EXEN-IDX) TO EXENCION-REG
               IF EXEN-NUMERO = WS-ELEGIDO AND EXEN-ESTADO = "A"
                 MOVE "Y" TO WS-HALLADO
                 PERFORM MUESTRA-EXENCION
                 DISPLAY "LAS CUOTAS QUE VENGAN SE COBRARAN ENTERAS."
                     " CONFIRMA (S/N): "
                 MOVE SPACE TO WS-CONFIRMA
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "B" TO EXEN-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO EXEN-FECHA-BAJA
                   MOVE WS-OPERADOR-ID TO EXEN-OPER-BAJA
                   MOVE EXENCION-REG TO WS-EXEN-ENTRY(WS-EXEN-IDX)
                   PERFORM REESCRIBE-EXENCIONES
                   MOVE SPACES TO WS-DETALLE-CAMBIO
                   STRING "BAJA " EXEN-NUMERO " " WS-ALCANCE-TEXTO
                       DELIMITED BY SIZE INTO WS-DETALLE-CAMBIO
                   PERFORM GRABA-CAMBIO
                   DISPLAY "EXENCION " EXEN-NUMERO " DADA DE BAJA."
                 END-IF
               END-IF
             END-PERFORM.
             IF WS-HALLADO = "N"
               DISPLAY "LA EXENCION " WS-ELEGIDO " NO ESTA ACTIVA."
             END-IF.

           REESCRIBE-EXENCIONES.
             OPEN OUTPUT EXENCION-FILE.
             PERFORM VARYING WS-EXEN-IDX FROM 1 BY 1
                 UNTIL WS-EXEN-IDX > WS-EXEN-TOTAL
               MOVE WS-EXEN-ENTRY(WS-EXEN-IDX) TO EXENCION-REG
               WRITE EXENCION-REG
             END-PERFORM.
             CLOSE EXENCION-FILE.
             DISPLAY "EXENCION.DAT ACTUALIZADO.".

      *    Every waiver granted or cancelled leaves its trace in the
      *    shared trail, with the supervisor who did it.
           GRABA-CAMBIO.
             MOVE "EXENMNT" TO AUDIT-PROGRAMA.
             MOVE "EXENC" TO AUDIT-EVENTO.
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
             MOVE "EXENCION.DAT" TO WS-ARCH-EXENCION.
             CALL "ENVNAME" USING WS-ARCH-EXENCION WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM EXENMNT.
