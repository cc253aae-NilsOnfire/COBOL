      ******************************************************************
      * Author:
      * Date:
      * Purpose: Direct-debit mandate console for the desk: records
      *          the mandate a customer signed (mandate reference,
      *          IBAN to debit, signature date) in MANDATOS.DAT,
      *          shows a customer's mandate with its change history,
      *          changes the reference or account when the customer
      *          signs a new one, cancels a mandate and reactivates
      *          one DDDEVOL suspended after repeated returned
      *          collections. Every change is journaled through
      *          MANDJRNL to MANDHIST.DAT with the operator, the
      *          before-image and the after-image, the way CUSTJRNL
      *          journals the customer master. While a mandate is
      *          active DDCOBRO collects the customer's open debit
      *          balance on each collection date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATO-FILE ASSIGN TO DYNAMIC WS-ARCH-MANDATOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-CUST-ID
               FILE STATUS IS WS-MAND-STATUS.
           SELECT MAND-HIST-FILE ASSIGN TO DYNAMIC WS-ARCH-MANDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAND-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANDATO-FILE.
           COPY "MANDATO.cpy".

       FD  MAND-HIST-FILE.
           COPY "MANDHIST.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-MANDATOS PIC X(30).
       01  WS-ARCH-MANDHIST PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-MAND-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "MANDATOS".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "MANDMNT".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-OPCION PIC X VALUE SPACE.
       01  WS-SALIR PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HALLADO PIC X.
       01  WS-EXISTE-MANDATO PIC X.
       01  WS-CONFIRMA PIC X.
       01  WS-ENCONTRADOS PIC 9(4).
       01  WS-ENTRADA-REFERENCIA PIC X(35).
       01  WS-ENTRADA-CUENTA PIC X(34).
       01  WS-CUENTA-VALIDA PIC X.
       01  WS-ENTRADA-FECHA PIC X(10).
       01  WS-FECHA-OBRA PIC 9(8).
       01  WS-FECHA-DESC.
           05  WS-FD-AAAA PIC 9(4).
           05  WS-FD-MM   PIC 99.
           05  WS-FD-DD   PIC 99.
       01  WS-FECHA-VALIDA PIC X.
       01  WS-EDIT-IMPORTE PIC -(8)9.99.
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6).
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-REFERENCIA   PIC X(35).
           05  WS-ANT-CUENTA       PIC X(34).
           05  WS-ANT-FECHA-FIRMA  PIC 9(8).
           05  WS-ANT-ESTADO       PIC X.
           05  WS-ANT-DEVOLUCIONES PIC 99.
       01  WS-IMAGEN-DESPUES.
           05  WS-NUE-REFERENCIA   PIC X(35).
           05  WS-NUE-CUENTA       PIC X(34).
           05  WS-NUE-FECHA-FIRMA  PIC 9(8).
           05  WS-NUE-ESTADO       PIC X.
           05  WS-NUE-DEVOLUCIONES PIC 99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           DISPLAY "===== MANDATOS DE DOMICILIACION =====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "INTRODUZCA SU ID DE OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
      *    DDCOBRO and DDDEVOL rewrite mandates every night: the
      *    console holds the same run-lock for the whole session so
      *    neither overwrites the other's changes.
           MOVE "A" TO WS-LOCK-ACCION.
           CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
               WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
           IF WS-LOCK-RESULTADO NOT = "Y"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM ABRE-MANDATOS.
           IF WS-MAND-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR MANDATOS.DAT"
                 " (STATUS " WS-MAND-STATUS ") ***"
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM MUESTRA-MENU
             PERFORM EJECUTA-OPCION
           END-PERFORM.
           CLOSE MANDATO-FILE.
           PERFORM SUELTA-CERROJO.
           STOP RUN.

           ABRE-MANDATOS.
             OPEN I-O MANDATO-FILE.
             IF WS-MAND-STATUS = "35"
               OPEN OUTPUT MANDATO-FILE
               IF WS-MAND-STATUS = "00"
                 CLOSE MANDATO-FILE
                 OPEN I-O MANDATO-FILE
               END-IF
             END-IF.

           MUESTRA-MENU.
             DISPLAY " ".
             DISPLAY "1. REGISTRAR MANDATO FIRMADO".
             DISPLAY "2. CONSULTAR MANDATO DE UN CLIENTE".
             DISPLAY "3. CAMBIAR REFERENCIA O CUENTA".
             DISPLAY "4. CANCELAR MANDATO".
             DISPLAY "5. REACTIVAR MANDATO SUSPENDIDO".
             DISPLAY "S. SALIR".
             DISPLAY "SELECCIONE UNA OPCION: ".
             ACCEPT WS-OPCION.

           EJECUTA-OPCION.
             EVALUATE WS-OPCION
               WHEN "1"
                 PERFORM REGISTRA-MANDATO
               WHEN "2"
                 PERFORM CONSULTA-MANDATO
               WHEN "3"
                 PERFORM CAMBIA-MANDATO
               WHEN "4"
                 PERFORM CANCELA-MANDATO
               WHEN "5"
                 PERFORM REACTIVA-MANDATO
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
               WHEN OTHER
                 DISPLAY "OPCION NO VALIDA."
             END-EVALUATE.

           PIDE-CLIENTE.
             MOVE "N" TO WS-HALLADO.
             DISPLAY "NUMERO DEL CLIENTE: ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                 WS-ID-VERDICTO.
             IF WS-ID-VERDICTO = "N"
               DISPLAY MSG-022
             ELSE
               PERFORM VERIFICA-CLIENTE
             END-IF.

           VERIFICA-CLIENTE.
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

           LEE-MANDATO.
             MOVE "N" TO WS-EXISTE-MANDATO.
             MOVE WS-CLIENTE TO MAND-CUST-ID.
             READ MANDATO-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-EXISTE-MANDATO
             END-READ.

      *    A customer holds one mandate at a time: a cancelled one is
      *    replaced by the new signature, a live one must be changed
      *    (option 3) or cancelled first.
           REGISTRA-MANDATO.
             PERFORM PIDE-CLIENTE.
             IF WS-HALLADO = "Y"
               PERFORM LEE-MANDATO
               IF WS-EXISTE-MANDATO = "Y" AND MAND-ESTADO NOT = "C"
                 DISPLAY "EL CLIENTE YA TIENE UN MANDATO (ESTADO "
                     MAND-ESTADO "). CAMBIELO O CANCELELO ANTES."
               ELSE
                 DISPLAY "CLIENTE " WS-CLIENTE " " CUST-NOMBRE " "
                     CUST-APELLIDOS
                 PERFORM PIDE-DATOS-MANDATO
                 IF WS-CUENTA-VALIDA = "Y" AND WS-FECHA-VALIDA = "Y"
                   PERFORM CONFIRMA-ALTA
                 END-IF
               END-IF
             END-IF.

           CONFIRMA-ALTA.
             DISPLAY "MANDATO " WS-ENTRADA-REFERENCIA.
             DISPLAY "CUENTA  " WS-ENTRADA-CUENTA
                 " FIRMADO " WS-FECHA-OBRA.
             DISPLAY "CONFIRMA (S/N): ".
             MOVE SPACE TO WS-CONFIRMA.
             ACCEPT WS-CONFIRMA.
             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               IF WS-EXISTE-MANDATO = "Y"
                 PERFORM GUARDA-IMAGEN-ANTES
               ELSE
                 MOVE SPACES TO WS-IMAGEN-ANTES
                 MOVE 0 TO WS-ANT-FECHA-FIRMA
                 MOVE 0 TO WS-ANT-DEVOLUCIONES
               END-IF
               INITIALIZE MANDATO-REG
               MOVE WS-CLIENTE TO MAND-CUST-ID
               MOVE WS-ENTRADA-REFERENCIA TO MAND-REFERENCIA
               MOVE WS-ENTRADA-CUENTA TO MAND-CUENTA
               MOVE WS-FECHA-OBRA TO MAND-FECHA-FIRMA
               MOVE "A" TO MAND-ESTADO
               MOVE 0 TO MAND-DEVOLUCIONES
               MOVE WS-FECHA-NEGOCIO TO MAND-FECHA-ESTADO
               MOVE 0 TO MAND-ULT-COBRO
               MOVE 0 TO MAND-ULT-IMPORTE
               MOVE WS-OPERADOR-ID TO MAND-OPERADOR
               IF WS-EXISTE-MANDATO = "Y"
                 REWRITE MANDATO-REG
               ELSE
                 WRITE MANDATO-REG
               END-IF
               IF WS-MAND-STATUS = "00"
                 MOVE "ALTA" TO WS-JRN-ACCION
                 PERFORM GRABA-DIARIO
                 DISPLAY "MANDATO REGISTRADO: SE COBRARA EN LA"
                     " PROXIMA FECHA DE COBRO."
               ELSE
                 DISPLAY "*** ERROR GRABANDO EL MANDATO (STATUS "
                     WS-MAND-STATUS ") ***"
               END-IF
             ELSE
               DISPLAY "NADA SE GRABO."
             END-IF.

           PIDE-DATOS-MANDATO.
             MOVE "N" TO WS-CUENTA-VALIDA.
             MOVE "N" TO WS-FECHA-VALIDA.
             DISPLAY "REFERENCIA DEL MANDATO: ".
             MOVE SPACES TO WS-ENTRADA-REFERENCIA.
             ACCEPT WS-ENTRADA-REFERENCIA.
             IF WS-ENTRADA-REFERENCIA = SPACES
               DISPLAY "LA REFERENCIA ES OBLIGATORIA. NADA SE GRABO."
             ELSE
               DISPLAY "CUENTA A ADEUDAR (IBAN): "
               MOVE SPACES TO WS-ENTRADA-CUENTA
               ACCEPT WS-ENTRADA-CUENTA
               PERFORM VALIDA-CUENTA
               IF WS-CUENTA-VALIDA = "Y"
                 DISPLAY "FECHA DE FIRMA (YYYYMMDD): "
                 PERFORM PIDE-FECHA
                 IF WS-FECHA-VALIDA = "Y"
                     AND WS-FECHA-OBRA > WS-FECHA-NEGOCIO
                   DISPLAY "LA FECHA DE FIRMA NO PUEDE SER POSTERIOR"
                       " A HOY. NADA SE GRABO."
                   MOVE "N" TO WS-FECHA-VALIDA
                 END-IF
               END-IF
             END-IF.

      *    The bank validates the IBAN check digits on its side; the
      *    desk only keeps out the obvious slips (country code and
      *    check digits in place).
           VALIDA-CUENTA.
             IF WS-ENTRADA-CUENTA(1:2) IS ALPHABETIC-UPPER
                 AND WS-ENTRADA-CUENTA(1:2) NOT = SPACES
                 AND WS-ENTRADA-CUENTA(3:2) IS NUMERIC
                 AND WS-ENTRADA-CUENTA(15:1) NOT = SPACE
               MOVE "Y" TO WS-CUENTA-VALIDA
             ELSE
               DISPLAY "CUENTA NO VALIDA: SE ESPERA UN IBAN (PAIS,"
                   " DIGITOS DE CONTROL Y CUENTA). NADA SE GRABO."
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

           CONSULTA-MANDATO.
             PERFORM PIDE-CLIENTE.
             IF WS-HALLADO = "Y"
               PERFORM LEE-MANDATO
               IF WS-EXISTE-MANDATO = "N"
                 DISPLAY "EL CLIENTE NO TIENE MANDATO."
               ELSE
                 PERFORM MUESTRA-MANDATO
                 PERFORM LISTA-HISTORIA
               END-IF
             END-IF.

           MUESTRA-MANDATO.
             MOVE MAND-ULT-IMPORTE TO WS-EDIT-IMPORTE.
             DISPLAY "CLIENTE    : " MAND-CUST-ID " " CUST-NOMBRE " "
                 CUST-APELLIDOS.
             DISPLAY "REFERENCIA : " MAND-REFERENCIA.
             DISPLAY "CUENTA     : " MAND-CUENTA.
             DISPLAY "FIRMA      : " MAND-FECHA-FIRMA
                 "  ESTADO " MAND-ESTADO " DESDE " MAND-FECHA-ESTADO.
             DISPLAY "DEVUELTOS  : " MAND-DEVOLUCIONES
                 "  ULTIMO COBRO " MAND-ULT-COBRO " POR "
                 WS-EDIT-IMPORTE.

           LISTA-HISTORIA.
             MOVE 0 TO WS-ENCONTRADOS.
             OPEN INPUT MAND-HIST-FILE.
             IF WS-HIST-STATUS NOT = "00"
               DISPLAY "SIN HISTORIA DE MANDATOS (STATUS "
                   WS-HIST-STATUS ")."
             ELSE
               MOVE WS-CLIENTE TO MHIS-CUST-ID
               MOVE 0 TO MHIS-SECUENCIA
               START MAND-HIST-FILE
                   KEY NOT LESS THAN MAND-HIST-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-HIST-STATUS
               END-START
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                 READ MAND-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                     IF MHIS-CUST-ID = WS-CLIENTE
                       ADD 1 TO WS-ENCONTRADOS
                       DISPLAY MHIS-FECHA " " MHIS-HORA " "
                           MHIS-OPERADOR " " MHIS-ACCION " ESTADO "
                           MHIS-ANT-ESTADO "->" MHIS-NUE-ESTADO
                           " DEVUELTOS " MHIS-NUE-DEVOLUCIONES
                       IF MHIS-ANT-CUENTA NOT = MHIS-NUE-CUENTA
                         DISPLAY "    CUENTA " MHIS-ANT-CUENTA
                             " -> " MHIS-NUE-CUENTA
                       END-IF
                       IF MHIS-ANT-REFERENCIA NOT =
                           MHIS-NUE-REFERENCIA
                         DISPLAY "    REFERENCIA " MHIS-NUE-REFERENCIA
                       END-IF
                     ELSE
                       MOVE "10" TO WS-HIST-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MAND-HIST-FILE
             END-IF.
             IF WS-ENCONTRADOS = 0
               DISPLAY "SIN CAMBIOS REGISTRADOS."
             END-IF.

      *    A new reference or account means the customer signed a
      *    new mandate: the signature date is asked again, the
      *    return count and state are kept.
           CAMBIA-MANDATO.
             PERFORM PIDE-CLIENTE.
             IF WS-HALLADO = "Y"
               PERFORM LEE-MANDATO
               IF WS-EXISTE-MANDATO = "N" OR MAND-ESTADO = "C"
                 DISPLAY "EL CLIENTE NO TIENE UN MANDATO VIGENTE."
               ELSE
                 PERFORM MUESTRA-MANDATO
                 PERFORM PIDE-DATOS-MANDATO
                 IF WS-CUENTA-VALIDA = "Y" AND WS-FECHA-VALIDA = "Y"
                   PERFORM GUARDA-IMAGEN-ANTES
                   MOVE WS-ENTRADA-REFERENCIA TO MAND-REFERENCIA
                   MOVE WS-ENTRADA-CUENTA TO MAND-CUENTA
                   MOVE WS-FECHA-OBRA TO MAND-FECHA-FIRMA
                   MOVE WS-OPERADOR-ID TO MAND-OPERADOR
                   MOVE "CAMBIO" TO WS-JRN-ACCION
                   PERFORM REGRABA-MANDATO
                 END-IF
               END-IF
             END-IF.

           CANCELA-MANDATO.
             PERFORM PIDE-CLIENTE.
             IF WS-HALLADO = "Y"
               PERFORM LEE-MANDATO
               IF WS-EXISTE-MANDATO = "N" OR MAND-ESTADO = "C"
                 DISPLAY "EL CLIENTE NO TIENE UN MANDATO VIGENTE."
               ELSE
                 PERFORM MUESTRA-MANDATO
                 DISPLAY "CONFIRMA LA CANCELACION (S/N): "
                 MOVE SPACE TO WS-CONFIRMA
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GUARDA-IMAGEN-ANTES
                   MOVE "C" TO MAND-ESTADO
                   MOVE WS-FECHA-NEGOCIO TO MAND-FECHA-ESTADO
                   MOVE WS-OPERADOR-ID TO MAND-OPERADOR
                   MOVE "ESTADO" TO WS-JRN-ACCION
                   PERFORM REGRABA-MANDATO
                 ELSE
                   DISPLAY "NADA SE GRABO."
                 END-IF
               END-IF
             END-IF.

      *    Reactivation starts the return count afresh: the desk has
      *    spoken to the customer about the account.
           REACTIVA-MANDATO.
             PERFORM PIDE-CLIENTE.
             IF WS-HALLADO = "Y"
               PERFORM LEE-MANDATO
               IF WS-EXISTE-MANDATO = "N" OR MAND-ESTADO NOT = "S"
                 DISPLAY "EL CLIENTE NO TIENE UN MANDATO SUSPENDIDO."
               ELSE
                 PERFORM MUESTRA-MANDATO
                 DISPLAY "CONFIRMA LA REACTIVACION (S/N): "
                 MOVE SPACE TO WS-CONFIRMA
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GUARDA-IMAGEN-ANTES
                   MOVE "A" TO MAND-ESTADO
                   MOVE 0 TO MAND-DEVOLUCIONES
                   MOVE WS-FECHA-NEGOCIO TO MAND-FECHA-ESTADO
                   MOVE WS-OPERADOR-ID TO MAND-OPERADOR
                   MOVE "ESTADO" TO WS-JRN-ACCION
                   PERFORM REGRABA-MANDATO
                 ELSE
                   DISPLAY "NADA SE GRABO."
                 END-IF
               END-IF
             END-IF.

           REGRABA-MANDATO.
             REWRITE MANDATO-REG.
             IF WS-MAND-STATUS = "00"
               PERFORM GRABA-DIARIO
               DISPLAY "MANDATO DEL CLIENTE " MAND-CUST-ID
                   " ACTUALIZADO (ESTADO " MAND-ESTADO ")."
             ELSE
               DISPLAY "*** ERROR GRABANDO EL MANDATO (STATUS "
                   WS-MAND-STATUS ") ***"
             END-IF.

           GUARDA-IMAGEN-ANTES.
             MOVE MAND-REFERENCIA TO WS-ANT-REFERENCIA.
             MOVE MAND-CUENTA TO WS-ANT-CUENTA.
             MOVE MAND-FECHA-FIRMA TO WS-ANT-FECHA-FIRMA.
             MOVE MAND-ESTADO TO WS-ANT-ESTADO.
             MOVE MAND-DEVOLUCIONES TO WS-ANT-DEVOLUCIONES.

           GRABA-DIARIO.
             MOVE MAND-REFERENCIA TO WS-NUE-REFERENCIA.
             MOVE MAND-CUENTA TO WS-NUE-CUENTA.
             MOVE MAND-FECHA-FIRMA TO WS-NUE-FECHA-FIRMA.
             MOVE MAND-ESTADO TO WS-NUE-ESTADO.
             MOVE MAND-DEVOLUCIONES TO WS-NUE-DEVOLUCIONES.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "MANDJRNL" USING MAND-CUST-ID WS-JRN-ACCION
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
             IF RETURN-CODE = 16
               DISPLAY "*** NO SE PUDO GRABAR EL DIARIO DE MANDATOS"
                   " (CLIENTE " MAND-CUST-ID ") ***"
             ELSE
               MOVE WS-RC-PREVIO TO RETURN-CODE
             END-IF.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           RESUELVE-ARCHIVOS.
             MOVE "MANDATOS.DAT" TO WS-ARCH-MANDATOS.
             CALL "ENVNAME" USING WS-ARCH-MANDATOS WS-AMBIENTE.
             MOVE "MANDHIST.DAT" TO WS-ARCH-MANDHIST.
             CALL "ENVNAME" USING WS-ARCH-MANDHIST WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.

       END PROGRAM MANDMNT.
