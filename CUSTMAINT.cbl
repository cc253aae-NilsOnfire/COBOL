      *          NOMBRE/APELLIDOS/EDAD, and the CUST-ESTADO lifecycle
      *          (activo / inactivo / pendiente de purga) so retired
      *          customers stop flowing to the HR and billing exports
      *          without anyone hand-editing an indexed file. Also
      *          keeps the e-mail address and the statement delivery
      *          preference (papel / electronico / ambos) journaled
      *          like any other field. Compliance works the watch-
      *          list hits here: an intake parked by the screening is
      *          cleared (alta issued) or refused, and LISTAREV's
      *          re-screen hits are cleared or confirmed (customer
      *          blocked, CUST-ESTADO "I"); every decision is
      *          journaled to LISTADEC.DAT. A customer anonymised by
      *          CUSTANON ("X") can be looked up but never changed.
      *          A corporate customer is linked here to the group it
      *          belongs to (CUST-PADRE, one level only): the parent
      *          must exist, be open and not belong to a group itself,
      *          and a customer that is already a parent cannot join
      *          another group. The link is journaled like any field.
      *          Changes to the four-eyes fields -- credit limit,
      *          segment, CUST-ESTADO and the HR number -- are not
      *          written here: they are queued in CUSTPEND.DAT with
      *          their before and after values (the rest of the
      *          correction is applied at once) and option 7 lets a
      *          different operator, signed on through OPERAUTH with
      *          SUP or ADM role, approve or reject them. An approved
      *          change is journaled with the requester as operator
      *          and the approver in HIST-APROBADOR. Blocking a
      *          confirmed watch-list hit stays immediate. A
      *          customer DORMANT has made dormant ("D") is
      *          reactivated by changing its estado to "A", the same
      *          four-eyes change journaled on approval. The
      *          billing currency statements are rendered in
      *          (CUST-MONEDA) is kept here too: EUR or any currency
      *          FXRATES.DAT carries rates for, journaled like any
      *          other field. A changed town or postal code is
      *          checked through CPOSCHK against the postal service's
      *          CODPOST.DAT and refused when the code does not exist
      *          or does not serve the town; this is where CPOSREV's
      *          list of failing addresses (CPOSEXC.DAT) is corrected.
      *          The inquiry shows when the customer's mail came back
      *          undeliverable (CORRDEV); correcting the street, town
      *          or postal code of such a customer lifts the returned-
      *          mail stop, journaled with the change, and the next
      *          print runs mail the customer again. The END audit
      *          record carries the duplicate-intake suspense items
      *          the operator decided (watch-list decisions are in
      *          LISTADEC.DAT), for OPERRPT's workload figures.
      *          The billing cycle day (CUST-CICLO) is given at intake
      *          by the segment's CICLPARM.DAT rule through CICLODIA
      *          and can be moved here to any day 1-28, journaled
      *          like any other field; the inquiry shows the date it
      *          falls on this month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-STNDCHG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT OPTIONAL LISTA-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LISTAEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXC-STATUS.
           SELECT LISTA-EXC-RESTO ASSIGN TO DYNAMIC
               WS-ARCH-LEXCRESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXC-RESTO-STATUS.
           SELECT OPTIONAL LISTA-DEC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LISTADEC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDEC-STATUS.
           SELECT OPTIONAL CUST-PEND-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTPEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTSUSP.cpy".

       FD  CUST-SUSP-RESTO.
       01  SUSP-RESTO-REG PIC X(200).

       FD  CUST-SEQ-FILE.
       01  SEQ-REG PIC 9(6).
       FD  STND-CHG-FILE.
           COPY "STNDCHG.cpy".

       FD  LISTA-EXC-FILE.
           COPY "LISTAEXC.cpy".

       FD  LISTA-EXC-RESTO.
       01  LEXC-RESTO-REG PIC X(90).

       FD  LISTA-DEC-FILE.
           COPY "LISTADEC.cpy".

       FD  CUST-PEND-FILE.
           COPY "CUSTPEND.cpy".

       FD  FX-RATE-FILE.
           COPY "FXRATES.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-NOMBRE-NULO PIC X(30) VALUE SPACES.
       01  WS-ID-VERDICTO PIC X.
       01  WS-DIGITO-CALC PIC 9.
       01  WS-EDIT-LIMITE PIC -(8)9.99.
       01  WS-DIR-FECHA-MOSTRAR PIC 9(8).
       01  WS-LIMITE-ENTRADA PIC X(12).
       01  WS-ARCH-STNDCHG PIC X(30).
       01  WS-CHG-STATUS PIC XX.
       01  WS-ENCONTRADO PIC X VALUE "N".
       01  WS-ENTRADA PIC X(20).
       01  WS-ENTRADA-LARGA PIC X(25).
       01  WS-ENTRADA-EMAIL PIC X(40).
       01  WS-ARROBAS PIC 99.
       01  WS-NAC-ENTRADA PIC X(8).
       01  WS-FECHA-NAC-OBRA PIC 9(8).
       01  WS-EDAD-DERIV PIC 99.
       01  WS-ESTADO-NUEVO PIC X.
       01  WS-CAMBIADO PIC X VALUE "N".
       01  WS-CPOS-RESULTADO PIC X.
       01  WS-PADRE-NUEVO PIC 9(6).
       01  WS-PADRE-VALIDO PIC X.
       01  WS-HIJO-ID PIC 9(6).
       01  WS-TIENE-HIJOS PIC X.
       01  WS-CLIENTE-GUARDADO PIC X(400).
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-SUSP-STATUS PIC XX.
       01  WS-SEQ-STATUS PIC XX.
       01  WS-ULTIMO-ID PIC 9(6) VALUE 0.
       01  WS-SUSPENSOS.
           05  WS-SUSP-ENTRY OCCURS 100.
               10  WS-SUSP-IMAGEN PIC X(200).
               10  WS-SUSP-RESUELTO PIC X.
       01  WS-TOTAL-SUSP PIC 999 VALUE 0.
       01  WS-SUSP-IDX PIC 999.
       01  WS-DECISION PIC X.
       01  WS-PENDIENTES PIC 999 VALUE 0.
       01  WS-SUSP-DECIDIDOS PIC 9(5) VALUE 0.
       01  WS-ARCH-SUSPRESTO PIC X(30).
       01  WS-RESTO-STATUS PIC XX.
       01  WS-SUSP-RESTANTES PIC 9(5) VALUE 0.
       01  WS-ARCH-LISTAEXC PIC X(30).
       01  WS-ARCH-LEXCRESTO PIC X(30).
       01  WS-ARCH-LISTADEC PIC X(30).
       01  WS-LEXC-STATUS PIC XX.
       01  WS-LEXC-RESTO-STATUS PIC XX.
       01  WS-LDEC-STATUS PIC XX.
       01  WS-COINCIDENCIAS.
           05  WS-LEXC-ENTRY OCCURS 500.
               10  WS-LEXC-IMAGEN PIC X(90).
               10  WS-LEXC-RESUELTO PIC X.
       01  WS-LEXC-TOTAL PIC 999 VALUE 0.
       01  WS-LEXC-IDX PIC 999.
       01  WS-LEXC-RESTANTES PIC 9(5) VALUE 0.
       01  WS-ARCH-CUSTPEND PIC X(30).
       01  WS-PEND-STATUS PIC XX.
       01  WS-PEND-TABLA.
           05  WS-PEND-ENTRY OCCURS 2000 PIC X(113).
       01  WS-PEND-TOTAL PIC 9(4) VALUE 0.
       01  WS-PEND-IDX PIC 9(4).
       01  WS-PEND-BUSCA PIC 9(4).
       01  WS-PEND-DESBORDADO PIC X VALUE "N".
       01  WS-PEND-CAMBIO PIC X VALUE "N".
       01  WS-PEND-LISTADOS PIC 9(4) VALUE 0.
       01  WS-PEND-NUM PIC 9(6).
       01  WS-PEND-ULTIMO PIC 9(6) VALUE 0.
       01  WS-PEND-ABIERTA PIC 9(6) VALUE 0.
       01  WS-SENSIBLE PIC X VALUE "N".
       01  WS-ARCH-FXRATES PIC X(30).
       01  WS-FX-STATUS PIC XX.
       01  WS-MONEDA-NUEVA PIC X(3).
       01  WS-MONEDA-VALIDA PIC X.
       01  WS-CICLO-ENTRADA PIC X(10).
       01  WS-CICLO-NUEVO PIC 9(4).
       01  WS-CICLO-FECHA PIC 9(8).
       01  WS-CICLO-TOCA PIC X.
       01  WS-CICLO-PERIODO PIC 9(6).
       01  WS-CICLO-ANTERIOR PIC 9(8).
       01  WS-CICLO-DEL-MES PIC 9(8).
       01  WS-SOL-ESTADO PIC X.
       01  WS-SOL-SEGMENTO PIC X(3).
       01  WS-SOL-LIMITE PIC S9(9)V99.
       01  WS-SOL-HR-ID PIC X(10).
       01  WS-HR-ENTRADA PIC X(10).
       01  WS-CLIENTE-ORIGINAL PIC X(400).
       01  WS-APROBADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-DIAS-ESPERA PIC 9(5).
       01  WS-EDIT-LIMITE-NUE PIC -(8)9.99.
       01  WS-CTL-STATUS PIC XX.
       01  WS-CUST-REGISTROS PIC 9(7) VALUE 0.
       01  WS-CUST-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6).
       01  WS-JRN-APROBADOR PIC X(10) VALUE SPACES.
       01  WS-JRN-OPERADOR PIC X(10).
       01  WS-JRN-CUST-ID PIC 9(6).
       01  WS-IMAGEN-ANTES.
           05  WS-ANT-NOMBRE     PIC X(15).
           05  WS-ANT-TELEFONO   PIC X(12).
           05  WS-ANT-SEGMENTO   PIC X(3).
           05  WS-ANT-LIMITE     PIC S9(9)V99.
           05  WS-ANT-EMAIL      PIC X(40).
           05  WS-ANT-ENTREGA    PIC X.
           05  WS-ANT-PADRE      PIC 9(6).
           05  WS-ANT-HR-ID      PIC X(10).
           05  WS-ANT-MONEDA     PIC X(3).
           05  WS-ANT-DIR-INVALIDA PIC X.
           05  WS-ANT-DIR-FECHA PIC 9(8).
           05  WS-ANT-DIR-MOTIVO PIC X(9).
           05  WS-ANT-CICLO       PIC 99.
       01  WS-IMAGEN-DESPUES.
           05  WS-NUE-NOMBRE     PIC X(15).
           05  WS-NUE-APELLIDOS  PIC X(20).
           05  WS-NUE-TELEFONO   PIC X(12).
           05  WS-NUE-SEGMENTO   PIC X(3).
           05  WS-NUE-LIMITE     PIC S9(9)V99.
           05  WS-NUE-EMAIL      PIC X(40).
           05  WS-NUE-ENTREGA    PIC X.
           05  WS-NUE-PADRE      PIC 9(6).
           05  WS-NUE-HR-ID      PIC X(10).
           05  WS-NUE-MONEDA     PIC X(3).
           05  WS-NUE-DIR-INVALIDA PIC X.
           05  WS-NUE-DIR-FECHA PIC 9(8).
           05  WS-NUE-DIR-MOTIVO PIC X(9).
           05  WS-NUE-CICLO       PIC 99.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
           PERFORM GRABA-AUDITORIA.
           DISPLAY "INTRODUZCA SU ID DE OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM MUESTRA-MENU
             PERFORM EJECUTA-OPCION
           END-IF.
           MOVE "END" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           STRING "SUSPENSOS " WS-SUSP-DECIDIDOS " POR "
               WS-OPERADOR-ID DELIMITED BY SIZE INTO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.
             DISPLAY "3. CAMBIAR ESTADO (A/I/P)".
             DISPLAY "4. REVISAR SUSPENSOS DE ALTA".
             DISPLAY "5. CARGOS FIJOS DEL CLIENTE".
             DISPLAY "6. REVISAR COINCIDENCIAS LISTA DE VIGILANCIA".
             DISPLAY "7. APROBAR CAMBIOS PENDIENTES (SUP/ADM)".
             DISPLAY "S. SALIR".
             DISPLAY "======================================".
             DISPLAY "SELECCIONE UNA OPCION: ".
                 PERFORM REVISA-SUSPENSOS
               WHEN "5"
                 PERFORM MANTIENE-CARGOS
               WHEN "6"
                 PERFORM REVISA-LISTA-VIGILANCIA
               WHEN "7"
                 PERFORM APRUEBA-PENDIENTES
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
             DISPLAY "CALLE    : " CUST-CALLE.
             DISPLAY "CIUDAD   : " CUST-CIUDAD.
             DISPLAY "C.POSTAL : " CUST-CODPOSTAL.
             IF CUST-DIR-INVALIDA = "Y"
               MOVE CUST-DIR-FECHA TO WS-DIR-FECHA-MOSTRAR
               DISPLAY "CORREO   : DEVUELTO EL " WS-DIR-FECHA-MOSTRAR
                   " (" CUST-DIR-MOTIVO "); CORREO RETENIDO"
             END-IF.
             DISPLAY "TELEFONO : " CUST-TELEFONO.
             DISPLAY "E-MAIL   : " CUST-EMAIL.
             EVALUATE CUST-ENTREGA
               WHEN "E"
                 DISPLAY "ENVIO    : ELECTRONICO"
               WHEN "A"
                 DISPLAY "ENVIO    : AMBOS (PAPEL Y ELECTRONICO)"
               WHEN OTHER
                 DISPLAY "ENVIO    : PAPEL"
             END-EVALUATE.
             IF CUST-MONEDA = SPACES
               DISPLAY "MONEDA   : EUR"
             ELSE
               DISPLAY "MONEDA   : " CUST-MONEDA
             END-IF.
             DISPLAY "SEGMENTO : " CUST-SEGMENTO.
             CALL "BUSDATE" USING WS-CICLO-FECHA.
             CALL "CICLOFEC" USING CUST-CICLO WS-CICLO-FECHA
                 WS-CICLO-TOCA WS-CICLO-PERIODO WS-CICLO-ANTERIOR
                 WS-CICLO-DEL-MES.
             IF CUST-CICLO = 0
               DISPLAY "CICLO    : (SIN ASIGNAR, SE FACTURA EL DIA 1)"
                   " ESTE MES EL " WS-CICLO-DEL-MES
             ELSE
               DISPLAY "CICLO    : DIA " CUST-CICLO
                   " ESTE MES EL " WS-CICLO-DEL-MES
             END-IF.
             MOVE CUST-LIMITE TO WS-EDIT-LIMITE.
             DISPLAY "LIMITE   : " WS-EDIT-LIMITE
                 " (0 = SIN LIMITE)".
             IF CUST-PADRE = 0
               DISPLAY "GRUPO    : (SIN GRUPO)"
             ELSE
               DISPLAY "GRUPO    : CLIENTE PRINCIPAL " CUST-PADRE
             END-IF.
             IF CUST-HR-ID = SPACES
               DISPLAY "NUM. HR  : (SIN CONFIRMAR POR HR)"
             ELSE
               DISPLAY "RECLAMO  : NIVEL " CUST-DUN-NIVEL
                   " ENVIADO EL " CUST-DUN-FECHA
             END-IF.
             IF CUST-CASTIGO-FECHA NOT = 0
               MOVE CUST-CASTIGO-IMPORTE TO WS-EDIT-LIMITE
               DISPLAY "CASTIGO  : SALDO " WS-EDIT-LIMITE
                   " CASTIGADO POR INCOBRABLE EL " CUST-CASTIGO-FECHA
             END-IF.
             EVALUATE CUST-ESTADO
               WHEN "I"
                 DISPLAY "ESTADO   : INACTIVO"
                 DISPLAY "ESTADO   : PENDIENTE DE PURGA"
               WHEN "F"
                 DISPLAY "ESTADO   : FUSIONADO (VER MERGXREF)"
               WHEN "X"
                 DISPLAY "ESTADO   : ANONIMIZADO (DERECHO DE SUPRESION)"
               WHEN "D"
                 DISPLAY "ESTADO   : DURMIENTE (A = REACTIVAR)"
               WHEN OTHER
                 DISPLAY "ESTADO   : ACTIVO"
             END-EVALUATE.

      *    An anonymised customer is closed for good: new personal
      *    data or a reactivation would undo the erasure.
           RECHAZA-ANONIMIZADO.
             IF WS-ENCONTRADO = "Y" AND CUST-ESTADO = "X"
               DISPLAY MSG-025
               MOVE "N" TO WS-ENCONTRADO
             END-IF.

           CONSULTA-CLIENTE.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
                   WS-CUST-STATUS ")."
             ELSE
               PERFORM LEE-CLIENTE THRU LEE-CLIENTE-FIN
               PERFORM RECHAZA-ANONIMIZADO
               IF WS-ENCONTRADO = "Y"
                 PERFORM MUESTRA-CLIENTE
                 PERFORM GUARDA-IMAGEN-ANTES
                 MOVE CUST-MASTER-REC TO WS-CLIENTE-ORIGINAL
                 MOVE "CAMBIO" TO WS-JRN-ACCION
                 MOVE "N" TO WS-CAMBIADO
                 PERFORM PIDE-NOMBRE
                 PERFORM PIDE-CALLE
                 PERFORM PIDE-CIUDAD
                 PERFORM PIDE-CODPOSTAL
                 PERFORM VALIDA-DIRECCION
                 PERFORM LEVANTA-CORREO-DEVUELTO
                 PERFORM PIDE-TELEFONO
                 PERFORM PIDE-EMAIL
                 PERFORM PIDE-ENTREGA
                 PERFORM PIDE-MONEDA
                 PERFORM PIDE-CICLO
                 PERFORM PIDE-SEGMENTO
                 PERFORM PIDE-LIMITE
                 PERFORM PIDE-PADRE
                 PERFORM PIDE-HR-ID
                 IF WS-CAMBIADO = "Y"
                   PERFORM APARTA-CAMPOS-SENSIBLES
                   IF CUST-MASTER-REC NOT = WS-CLIENTE-ORIGINAL
                     PERFORM REESCRIBE-CLIENTE
                   END-IF
                   IF WS-SENSIBLE = "Y"
                     PERFORM SOLICITA-APROBACION
                   END-IF
                 ELSE
                   DISPLAY "SIN CAMBIOS."
                 END-IF
               MOVE "Y" TO WS-CAMBIADO
             END-IF.

      *    A changed town or postal code must still agree with the
      *    postal service's file; if not, both stay as they were.
      *    A blank code stays optional, and without the file the
      *    change is taken as keyed for CPOSREV to check later.
           VALIDA-DIRECCION.
             IF CUST-CODPOSTAL NOT = SPACES
                 AND (CUST-CIUDAD NOT = WS-ANT-CIUDAD
                     OR CUST-CODPOSTAL NOT = WS-ANT-CODPOSTAL)
               CALL "CPOSCHK" USING CUST-CODPOSTAL CUST-CIUDAD
                   WS-CPOS-RESULTADO
               EVALUATE WS-CPOS-RESULTADO
                 WHEN "N"
                   DISPLAY MSG-030
                 WHEN "C"
                   DISPLAY MSG-031
                 WHEN "S"
                   DISPLAY "AVISO: " MSG-032
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               IF WS-CPOS-RESULTADO = "N" OR WS-CPOS-RESULTADO = "C"
                 DISPLAY "CIUDAD Y CODIGO POSTAL SIN CAMBIO."
                 MOVE WS-ANT-CIUDAD TO CUST-CIUDAD
                 MOVE WS-ANT-CODPOSTAL TO CUST-CODPOSTAL
               END-IF
             END-IF.

      *    A corrected address is taken as the answer to the
      *    returned mail: the stop is lifted with the correction.
           LEVANTA-CORREO-DEVUELTO.
             IF CUST-DIR-INVALIDA = "Y"
                 AND (CUST-CALLE NOT = WS-ANT-CALLE
                     OR CUST-CIUDAD NOT = WS-ANT-CIUDAD
                     OR CUST-CODPOSTAL NOT = WS-ANT-CODPOSTAL)
               MOVE SPACE TO CUST-DIR-INVALIDA
               MOVE 0 TO CUST-DIR-FECHA
               MOVE SPACES TO CUST-DIR-MOTIVO
               DISPLAY "DIRECCION CORREGIDA: SE LEVANTA LA RETENCION"
                   " POR CORREO DEVUELTO."
             END-IF.

           PIDE-TELEFONO.
             DISPLAY "NUEVO TELEFONO (INTRO = SIN CAMBIO): ".
             MOVE SPACES TO WS-ENTRADA.
               MOVE "Y" TO WS-CAMBIADO
             END-IF.

           PIDE-EMAIL.
             DISPLAY "NUEVO E-MAIL (INTRO = SIN CAMBIO, - = BORRAR): ".
             MOVE SPACES TO WS-ENTRADA-EMAIL.
             ACCEPT WS-ENTRADA-EMAIL.
             IF WS-ENTRADA-EMAIL = "-"
               MOVE SPACES TO CUST-EMAIL
               MOVE "Y" TO WS-CAMBIADO
             ELSE
               IF FUNCTION TRIM(WS-ENTRADA-EMAIL) NOT = SPACES
                 MOVE 0 TO WS-ARROBAS
                 INSPECT WS-ENTRADA-EMAIL TALLYING WS-ARROBAS
                     FOR ALL "@"
                 IF WS-ARROBAS NOT = 1
                   DISPLAY "E-MAIL NO VALIDO. SIN CAMBIO."
                 ELSE
                   MOVE WS-ENTRADA-EMAIL TO CUST-EMAIL
                   MOVE "Y" TO WS-CAMBIADO
                 END-IF
               END-IF
             END-IF.

      *    Electronic delivery without an address would silently
      *    drop the customer's statements, so "E"/"A" is refused
      *    until there is one -- and clearing the address of an
      *    electronic customer puts them back on paper.
           PIDE-ENTREGA.
             DISPLAY "NUEVO ENVIO DE EXTRACTOS (P=PAPEL, E=ELECTRONICO,"
                 " A=AMBOS, INTRO = SIN CAMBIO): ".
             MOVE SPACES TO WS-ENTRADA.
             ACCEPT WS-ENTRADA.
             IF FUNCTION TRIM(WS-ENTRADA) NOT = SPACES
               IF WS-ENTRADA(1:1) = "P" OR WS-ENTRADA(1:1) = "E"
                   OR WS-ENTRADA(1:1) = "A"
                 IF WS-ENTRADA(1:1) NOT = "P" AND CUST-EMAIL = SPACES
                   DISPLAY "SIN E-MAIL NO HAY ENVIO ELECTRONICO."
                       " SIN CAMBIO."
                 ELSE
                   MOVE WS-ENTRADA(1:1) TO CUST-ENTREGA
                   MOVE "Y" TO WS-CAMBIADO
                 END-IF
               ELSE
                 DISPLAY "ENVIO NO VALIDO. USE P, E O A."
               END-IF
             END-IF.
             IF (CUST-ENTREGA = "E" OR CUST-ENTREGA = "A")
                 AND CUST-EMAIL = SPACES
               DISPLAY "CLIENTE SIN E-MAIL: EL ENVIO PASA A PAPEL."
               MOVE "P" TO CUST-ENTREGA
               MOVE "Y" TO WS-CAMBIADO
             END-IF.

      *    Ledger balances stay in EUR; the billing currency only
      *    decides what CUSTSTMT and the billing feed render them in,
      *    so a code is accepted only if FXRATES.DAT has rates for it.
           PIDE-MONEDA.
             DISPLAY "NUEVA MONEDA DE FACTURACION (EUR, USD...,"
                 " INTRO = SIN CAMBIO): ".
             MOVE SPACES TO WS-ENTRADA.
             ACCEPT WS-ENTRADA.
             IF FUNCTION TRIM(WS-ENTRADA) NOT = SPACES
               MOVE WS-ENTRADA(1:3) TO WS-MONEDA-NUEVA
               PERFORM VALIDA-MONEDA
               IF WS-MONEDA-VALIDA = "Y"
                 IF WS-MONEDA-NUEVA NOT = CUST-MONEDA
                   MOVE WS-MONEDA-NUEVA TO CUST-MONEDA
                   MOVE "Y" TO WS-CAMBIADO
                 END-IF
               ELSE
                 DISPLAY "MONEDA " WS-MONEDA-NUEVA
                     " SIN TIPOS EN FXRATES.DAT. SIN CAMBIO."
               END-IF
             END-IF.

      *    The cycle day is when the statement is cut and the
      *    standing charges and dunning fall due; a day that is not a
      *    business day moves to the next one (CICLOFEC). The change
      *    is journaled with the rest of the amendment.
           PIDE-CICLO.
             DISPLAY "NUEVO DIA DEL CICLO DE FACTURACION (1-28,"
                 " INTRO = SIN CAMBIO): ".
             MOVE SPACES TO WS-CICLO-ENTRADA.
             ACCEPT WS-CICLO-ENTRADA.
             IF FUNCTION TRIM(WS-CICLO-ENTRADA) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CICLO-ENTRADA) NOT = 0
                 DISPLAY "DIA DE CICLO NO NUMERICO. SIN CAMBIO."
               ELSE
                 COMPUTE WS-CICLO-NUEVO =
                     FUNCTION NUMVAL(WS-CICLO-ENTRADA)
                 IF WS-CICLO-NUEVO < 1 OR WS-CICLO-NUEVO > 28
                   DISPLAY "EL DIA DE CICLO VA DE 1 A 28. SIN CAMBIO."
                 ELSE
                   IF WS-CICLO-NUEVO NOT = CUST-CICLO
                     MOVE WS-CICLO-NUEVO TO CUST-CICLO
                     MOVE "Y" TO WS-CAMBIADO
                   END-IF
                 END-IF
               END-IF
             END-IF.

           VALIDA-MONEDA.
             MOVE "N" TO WS-MONEDA-VALIDA.
             IF WS-MONEDA-NUEVA = "EUR"
               MOVE "Y" TO WS-MONEDA-VALIDA
             ELSE
               OPEN INPUT FX-RATE-FILE
               IF WS-FX-STATUS = "00"
                 PERFORM UNTIL WS-FX-STATUS = "10"
                     OR WS-MONEDA-VALIDA = "Y"
                   READ FX-RATE-FILE
                     AT END
                       MOVE "10" TO WS-FX-STATUS
                     NOT AT END
                       IF FX-MONEDA = WS-MONEDA-NUEVA
                         MOVE "Y" TO WS-MONEDA-VALIDA
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE FX-RATE-FILE
               ELSE
                 IF WS-FX-STATUS = "05"
                   CLOSE FX-RATE-FILE
                 END-IF
               END-IF
             END-IF.

           PIDE-SEGMENTO.
             DISPLAY "NUEVO SEGMENTO (RET/COR/TST, INTRO = SIN"
                 " CAMBIO): ".
               END-IF
             END-IF.

           PIDE-PADRE.
             DISPLAY "GRUPO: NUMERO DEL CLIENTE PRINCIPAL (0 = SIN"
                 " GRUPO, INTRO = SIN CAMBIO): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF FUNCTION TRIM(WS-ID-ENTRADA) = "0"
               IF CUST-PADRE NOT = 0
                 MOVE 0 TO CUST-PADRE
                 MOVE "Y" TO WS-CAMBIADO
               END-IF
             ELSE
               IF FUNCTION TRIM(WS-ID-ENTRADA) NOT = SPACES
                 CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-PADRE-NUEVO
                     WS-ID-VERDICTO
                 IF WS-ID-VERDICTO = "N"
                   DISPLAY MSG-022
                 ELSE
                   PERFORM VALIDA-PADRE THRU VALIDA-PADRE-FIN
                   IF WS-PADRE-VALIDO = "Y"
                     MOVE WS-PADRE-NUEVO TO CUST-PADRE
                     MOVE "Y" TO WS-CAMBIADO
                   END-IF
                 END-IF
               END-IF
             END-IF.

      *    HR fills the number in through HRRTRN; a correction keyed
      *    here goes through the four-eyes queue like the limit.
           PIDE-HR-ID.
             DISPLAY "NUEVO NUMERO DE EMPLEADO HR (INTRO = SIN CAMBIO,"
                 " - = BORRAR): ".
             MOVE SPACES TO WS-HR-ENTRADA.
             ACCEPT WS-HR-ENTRADA.
             IF WS-HR-ENTRADA = "-"
               IF CUST-HR-ID NOT = SPACES
                 MOVE SPACES TO CUST-HR-ID
                 MOVE "Y" TO WS-CAMBIADO
               END-IF
             ELSE
               IF FUNCTION TRIM(WS-HR-ENTRADA) NOT = SPACES
                 MOVE WS-HR-ENTRADA TO CUST-HR-ID
                 MOVE "Y" TO WS-CAMBIADO
               END-IF
             END-IF.

      *    The four-eyes fields keyed in this correction are taken
      *    out of the record before the REWRITE and put back to
      *    their stored values; what was asked for goes to the queue.
           APARTA-CAMPOS-SENSIBLES.
             MOVE "N" TO WS-SENSIBLE.
             MOVE CUST-ESTADO TO WS-SOL-ESTADO.
             MOVE CUST-SEGMENTO TO WS-SOL-SEGMENTO.
             MOVE CUST-LIMITE TO WS-SOL-LIMITE.
             MOVE CUST-HR-ID TO WS-SOL-HR-ID.
             IF WS-SOL-SEGMENTO NOT = WS-ANT-SEGMENTO
                 OR WS-SOL-LIMITE NOT = WS-ANT-LIMITE
                 OR WS-SOL-HR-ID NOT = WS-ANT-HR-ID
               MOVE "Y" TO WS-SENSIBLE
               MOVE WS-ANT-SEGMENTO TO CUST-SEGMENTO
               MOVE WS-ANT-LIMITE TO CUST-LIMITE
               MOVE WS-ANT-HR-ID TO CUST-HR-ID
             END-IF.

      *    One open request per customer: an approval must never land
      *    on values that another request has changed in between.
           SOLICITA-APROBACION.
             PERFORM BUSCA-PENDIENTE-CLIENTE.
             IF WS-PEND-ABIERTA NOT = 0
               DISPLAY "YA HAY UNA SOLICITUD PENDIENTE (No. "
                   WS-PEND-ABIERTA ") PARA EL CLIENTE " CUST-ID "."
               DISPLAY "EL CAMBIO DE LIMITE/SEGMENTO/ESTADO/NUM. HR"
                   " NO SE REGISTRA HASTA QUE SE DECIDA."
             ELSE
               MOVE SPACES TO CUST-PEND-REG
               ADD 1 TO WS-PEND-ULTIMO
               MOVE WS-PEND-ULTIMO TO PEND-NUMERO
               MOVE CUST-ID TO PEND-CUST-ID
               MOVE WS-JRN-ACCION TO PEND-ACCION
               MOVE WS-OPERADOR-ID TO PEND-SOLICITANTE
               CALL "BUSDATE" USING PEND-FECHA
               ACCEPT PEND-HORA FROM TIME
               MOVE "P" TO PEND-ESTADO
               MOVE 0 TO PEND-FECHA-DECISION
               MOVE CUST-ESTADO TO PEND-ANT-ESTADO
               MOVE CUST-SEGMENTO TO PEND-ANT-SEGMENTO
               MOVE CUST-LIMITE TO PEND-ANT-LIMITE
               MOVE CUST-HR-ID TO PEND-ANT-HR-ID
               MOVE WS-SOL-ESTADO TO PEND-NUE-ESTADO
               MOVE WS-SOL-SEGMENTO TO PEND-NUE-SEGMENTO
               MOVE WS-SOL-LIMITE TO PEND-NUE-LIMITE
               MOVE WS-SOL-HR-ID TO PEND-NUE-HR-ID
               OPEN EXTEND CUST-PEND-FILE
               IF WS-PEND-STATUS = "35"
                 OPEN OUTPUT CUST-PEND-FILE
               END-IF
               WRITE CUST-PEND-REG
               IF WS-PEND-STATUS NOT = "00"
                 DISPLAY "*** ERROR GRABANDO LA SOLICITUD DE CAMBIO"
                     " (STATUS " WS-PEND-STATUS ") ***"
                 MOVE "ERROR" TO AUDIT-EVENTO
                 MOVE "NO SE PUDO GRABAR CUSTPEND.DAT"
                     TO AUDIT-DETALLE
                 PERFORM GRABA-AUDITORIA
                 MOVE 16 TO RETURN-CODE
               ELSE
                 DISPLAY MSG-026
                 DISPLAY "SOLICITUD No. " PEND-NUMERO
                     " PENDIENTE DE APROBACION."
               END-IF
               CLOSE CUST-PEND-FILE
             END-IF.

           BUSCA-PENDIENTE-CLIENTE.
             MOVE 0 TO WS-PEND-ULTIMO.
             MOVE 0 TO WS-PEND-ABIERTA.
             OPEN INPUT CUST-PEND-FILE.
             IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-STATUS = "10"
                 READ CUST-PEND-FILE
                   AT END
                     MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                     IF PEND-NUMERO > WS-PEND-ULTIMO
                       MOVE PEND-NUMERO TO WS-PEND-ULTIMO
                     END-IF
                     IF PEND-CUST-ID = CUST-ID AND PEND-ESTADO = "P"
                       MOVE PEND-NUMERO TO WS-PEND-ABIERTA
                     END-IF
                 END-READ
               END-PERFORM
             END-IF.
             IF WS-PEND-STATUS = "10" OR WS-PEND-STATUS = "00"
                 OR WS-PEND-STATUS = "05"
               CLOSE CUST-PEND-FILE
             END-IF.

      *    The parent and the children are looked up on the open
      *    master, so the customer being changed is kept aside and
      *    put back in the record area before the REWRITE.
           VALIDA-PADRE.
             MOVE "N" TO WS-PADRE-VALIDO.
             IF WS-PADRE-NUEVO = CUST-ID
               DISPLAY "UN CLIENTE NO PUEDE SER SU PROPIO GRUPO."
               GO TO VALIDA-PADRE-FIN
             END-IF.
             IF WS-PADRE-NUEVO = CUST-PADRE
               DISPLAY "YA PERTENECE A ESE GRUPO. SIN CAMBIO."
               GO TO VALIDA-PADRE-FIN
             END-IF.
             MOVE CUST-MASTER-REC TO WS-CLIENTE-GUARDADO.
             MOVE CUST-ID TO WS-HIJO-ID.
             MOVE WS-PADRE-NUEVO TO CUST-ID.
             READ CUSTOMER-MASTER
               INVALID KEY
                 DISPLAY "CLIENTE PRINCIPAL " WS-PADRE-NUEVO
                     " NO EXISTE. SIN CAMBIO."
                 GO TO VALIDA-PADRE-RESTAURA
             END-READ.
             IF CUST-ESTADO = "F" OR CUST-ESTADO = "X"
                 OR CUST-ESTADO = "P"
               DISPLAY "CLIENTE PRINCIPAL " WS-PADRE-NUEVO
                   " CERRADO (ESTADO " CUST-ESTADO "). SIN CAMBIO."
               GO TO VALIDA-PADRE-RESTAURA
             END-IF.
             IF CUST-PADRE NOT = 0
               DISPLAY "CLIENTE " WS-PADRE-NUEVO " YA PERTENECE AL"
                   " GRUPO " CUST-PADRE " (UN SOLO NIVEL). SIN"
                   " CAMBIO."
               GO TO VALIDA-PADRE-RESTAURA
             END-IF.
             MOVE "N" TO WS-TIENE-HIJOS.
             MOVE 0 TO CUST-ID.
             START CUSTOMER-MASTER KEY NOT LESS THAN CUST-ID
               INVALID KEY
                 MOVE "23" TO WS-CUST-STATUS
             END-START.
             PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                 OR WS-TIENE-HIJOS = "Y"
               READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                   MOVE "10" TO WS-CUST-STATUS
                 NOT AT END
                   IF CUST-PADRE = WS-HIJO-ID
                       AND CUST-ESTADO NOT = "F"
                       AND CUST-ESTADO NOT = "X"
                     MOVE "Y" TO WS-TIENE-HIJOS
                   END-IF
               END-READ
             END-PERFORM.
             IF WS-TIENE-HIJOS = "Y"
               DISPLAY "CLIENTE " WS-HIJO-ID " ES PRINCIPAL DE SU"
                   " PROPIO GRUPO (UN SOLO NIVEL). SIN CAMBIO."
               GO TO VALIDA-PADRE-RESTAURA
             END-IF.
             MOVE "Y" TO WS-PADRE-VALIDO.

           VALIDA-PADRE-RESTAURA.
             MOVE WS-CLIENTE-GUARDADO TO CUST-MASTER-REC.

           VALIDA-PADRE-FIN.
             EXIT.

           CAMBIA-ESTADO.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
                   WS-CUST-STATUS ")."
             ELSE
               PERFORM LEE-CLIENTE THRU LEE-CLIENTE-FIN
               PERFORM RECHAZA-ANONIMIZADO
               IF WS-ENCONTRADO = "Y"
                 PERFORM MUESTRA-CLIENTE
                 PERFORM GUARDA-IMAGEN-ANTES
                 ACCEPT WS-ESTADO-NUEVO
                 IF WS-ESTADO-NUEVO = "A" OR WS-ESTADO-NUEVO = "I"
                     OR WS-ESTADO-NUEVO = "P"
                   IF WS-ESTADO-NUEVO = CUST-ESTADO
                     DISPLAY "EL CLIENTE YA TIENE ESE ESTADO."
                         " SIN CAMBIO."
                   ELSE
                     MOVE WS-ESTADO-NUEVO TO WS-SOL-ESTADO
                     MOVE CUST-SEGMENTO TO WS-SOL-SEGMENTO
                     MOVE CUST-LIMITE TO WS-SOL-LIMITE
                     MOVE CUST-HR-ID TO WS-SOL-HR-ID
                     PERFORM SOLICITA-APROBACION
                   END-IF
                 ELSE
                   DISPLAY "ESTADO NO VALIDO. USE A, I O P."
                 END-IF
             MOVE CUST-TELEFONO TO WS-ANT-TELEFONO.
             MOVE CUST-SEGMENTO TO WS-ANT-SEGMENTO.
             MOVE CUST-LIMITE TO WS-ANT-LIMITE.
             MOVE CUST-EMAIL TO WS-ANT-EMAIL.
             MOVE CUST-ENTREGA TO WS-ANT-ENTREGA.
             MOVE CUST-PADRE TO WS-ANT-PADRE.
             MOVE CUST-HR-ID TO WS-ANT-HR-ID.
             MOVE CUST-MONEDA TO WS-ANT-MONEDA.
             MOVE CUST-DIR-INVALIDA TO WS-ANT-DIR-INVALIDA.
             MOVE CUST-DIR-FECHA TO WS-ANT-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO WS-ANT-DIR-MOTIVO.
             MOVE CUST-CICLO TO WS-ANT-CICLO.

           REESCRIBE-CLIENTE.
             REWRITE CUST-MASTER-REC.
             MOVE CUST-TELEFONO TO WS-NUE-TELEFONO.
             MOVE CUST-SEGMENTO TO WS-NUE-SEGMENTO.
             MOVE CUST-LIMITE TO WS-NUE-LIMITE.
             MOVE CUST-EMAIL TO WS-NUE-EMAIL.
             MOVE CUST-ENTREGA TO WS-NUE-ENTREGA.
             MOVE CUST-PADRE TO WS-NUE-PADRE.
             MOVE CUST-HR-ID TO WS-NUE-HR-ID.
             MOVE CUST-MONEDA TO WS-NUE-MONEDA.
             MOVE CUST-DIR-INVALIDA TO WS-NUE-DIR-INVALIDA.
             MOVE CUST-DIR-FECHA TO WS-NUE-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO WS-NUE-DIR-MOTIVO.
             MOVE CUST-CICLO TO WS-NUE-CICLO.
      *    RETURN-CODE is saved around the CALL so a failure left by
      *    an earlier record is neither masked nor mistaken for a
      *    journal error of THIS record.
             MOVE RETURN-CODE TO WS-RC-PREVIO.
             MOVE 0 TO RETURN-CODE.
             CALL "CUSTJRNL" USING WS-JRN-CUST-ID WS-JRN-ACCION
                 WS-JRN-OPERADOR WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                 WS-JRN-APROBADOR.
             IF RETURN-CODE = 16
               DISPLAY "*** " MSG-018 " (CLIENTE " WS-JRN-CUST-ID
                   ") ***"
             DISPLAY "SUSPENSO " WS-SUSP-IDX " DE " WS-TOTAL-SUSP ":".
             DISPLAY "  INTAKE : " SUSP-NOMBRE " " SUSP-APELLIDOS
                 " NAC " SUSP-FECHA-NAC.
             IF SUSP-MOTIVO = "LISTAVIG"
               PERFORM RESUELVE-SUSPENSO-LISTA
             ELSE
               PERFORM RESUELVE-SUSPENSO-DUPLICADO
             END-IF.

           RESUELVE-SUSPENSO-DUPLICADO.
             MOVE "SUSPENSO" TO WS-RSN-DOMINIO.
             CALL "RSNDESC" USING WS-RSN-DOMINIO SUSP-MOTIVO
                 WS-RSN-DESCRIPCION WS-RSN-HALLADO.
               WHEN "C"
               WHEN "c"
                 PERFORM CONFIRMA-ALTA-SUSPENSO
                 IF WS-SUSP-RESUELTO(WS-SUSP-IDX) = "Y"
                   ADD 1 TO WS-SUSP-DECIDIDOS
                 END-IF
               WHEN "F"
               WHEN "f"
                 MOVE "Y" TO WS-SUSP-RESUELTO(WS-SUSP-IDX)
                 ADD 1 TO WS-SUSP-DECIDIDOS
                 DISPLAY "  FUSIONADO CON EL CLIENTE " SUSP-CUST-ID
                     ". INTAKE DESCARTADO."
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

      *    A watch-list intake is never merged: compliance either
      *    clears it as a false positive, and the alta is issued as
      *    for any confirmed suspense, or refuses it outright.
           RESUELVE-SUSPENSO-LISTA.
             DISPLAY "  " MSG-023.
             DISPLAY "  ENTRADA DE LA LISTA: " SUSP-LISTA-REF.
             DISPLAY "  L=LIBERAR (FALSO POSITIVO, DAR DE ALTA),"
                 " C=CONFIRMAR (RECHAZAR ALTA),"
                 " INTRO=DEJAR PENDIENTE: ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             MOVE SUSP-NOMBRE TO LDEC-NOMBRE.
             MOVE SUSP-APELLIDOS TO LDEC-APELLIDOS.
             MOVE SUSP-FECHA-NAC TO LDEC-FECHA-NAC.
             MOVE SUSP-LISTA-REF TO LDEC-REFERENCIA.
             MOVE "ALTA" TO LDEC-ORIGEN.
             EVALUATE WS-DECISION
               WHEN "L"
               WHEN "l"
                 PERFORM CONFIRMA-ALTA-SUSPENSO
                 IF WS-SUSP-RESUELTO(WS-SUSP-IDX) = "Y"
                   MOVE WS-ULTIMO-ID TO LDEC-CUST-ID
                   MOVE "LIBERADO" TO LDEC-DECISION
                   PERFORM GRABA-DECISION-LISTA
                 END-IF
               WHEN "C"
               WHEN "c"
                 MOVE "Y" TO WS-SUSP-RESUELTO(WS-SUSP-IDX)
                 MOVE 0 TO LDEC-CUST-ID
                 MOVE "CONFIRMADO" TO LDEC-DECISION
                 PERFORM GRABA-DECISION-LISTA
                 DISPLAY "  COINCIDENCIA CONFIRMADA. ALTA RECHAZADA."
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

      *    LISTADEC.DAT is append-only: the decision trail compliance
      *    answers for, and what keeps LISTAREV from raising a
      *    cleared customer again.
           GRABA-DECISION-LISTA.
             CALL "BUSDATE" USING LDEC-FECHA.
             ACCEPT LDEC-HORA FROM TIME.
             MOVE WS-OPERADOR-ID TO LDEC-OPERADOR.
             OPEN EXTEND LISTA-DEC-FILE.
             IF WS-LDEC-STATUS = "35"
               OPEN OUTPUT LISTA-DEC-FILE
             END-IF.
             WRITE LISTA-DEC-REG.
             CLOSE LISTA-DEC-FILE.

           CONFIRMA-ALTA-SUSPENSO.
             PERFORM GENERA-ID-CLIENTE.
             OPEN I-O CUSTOMER-MASTER.
             MOVE SUSP-CIUDAD TO CUST-CIUDAD.
             MOVE SUSP-CODPOSTAL TO CUST-CODPOSTAL.
             MOVE SUSP-TELEFONO TO CUST-TELEFONO.
             MOVE SUSP-EMAIL TO CUST-EMAIL.
             MOVE SUSP-ENTREGA TO CUST-ENTREGA.
             IF CUST-ENTREGA = SPACE OR CUST-EMAIL = SPACES
               MOVE "P" TO CUST-ENTREGA
             END-IF.
             MOVE "RET" TO CUST-SEGMENTO.
             MOVE 0 TO CUST-LIMITE.
             MOVE 0 TO CUST-DUN-NIVEL.
             MOVE 0 TO CUST-DUN-FECHA.
             MOVE 0 TO CUST-CASTIGO-FECHA.
             MOVE 0 TO CUST-CASTIGO-IMPORTE.
             MOVE 0 TO CUST-PADRE.
             MOVE "EUR" TO CUST-MONEDA.
             MOVE SPACE TO CUST-DIR-INVALIDA.
             MOVE 0 TO CUST-DIR-FECHA.
             MOVE SPACES TO CUST-DIR-MOTIVO.
             CALL "CICLODIA" USING CUST-SEGMENTO WS-ULTIMO-ID
                 CUST-CICLO.
      *    The intake date is the day the alta is CONFIRMED, not the
      *    day it was suspended: tonight's balancer proves today's
      *    CUSTMAST rows against today's control claims.
               MOVE SPACES TO WS-IMAGEN-ANTES
               MOVE 0 TO WS-ANT-FECHA-NAC
               MOVE 0 TO WS-ANT-LIMITE
               MOVE 0 TO WS-ANT-PADRE
               MOVE 0 TO WS-ANT-CICLO
               MOVE "ALTA" TO WS-JRN-ACCION
               PERFORM GRABA-DIARIO-CAMBIO
             END-IF.
             CLOSE CUST-SUSP-FILE.
             DISPLAY "SUSPENSOS PENDIENTES: " WS-PENDIENTES.

      *    LISTAEXC is locked for the review so the weekly re-screen
      *    cannot rewrite it under the operator.
           REVISA-LISTA-VIGILANCIA.
             MOVE "LISTAEXC" TO WS-LOCK-RECURSO.
             PERFORM PIDE-CERROJO.
             IF WS-LOCKS-OK = "N"
               DISPLAY "COINCIDENCIAS EN USO POR OTRO PROCESO."
                   " INTENTELO MAS TARDE."
               MOVE "Y" TO WS-LOCKS-OK
             ELSE
               PERFORM CARGA-COINCIDENCIAS
               IF WS-LEXC-TOTAL = 0
                 DISPLAY "NO HAY COINCIDENCIAS PENDIENTES."
               ELSE
                 PERFORM VARYING WS-LEXC-IDX FROM 1 BY 1
                     UNTIL WS-LEXC-IDX > WS-LEXC-TOTAL
                   PERFORM RESUELVE-COINCIDENCIA
                 END-PERFORM
                 PERFORM REESCRIBE-COINCIDENCIAS
               END-IF
               MOVE "LISTAEXC" TO WS-LOCK-RECURSO
               PERFORM SUELTA-CERROJO
             END-IF.

           CARGA-COINCIDENCIAS.
             MOVE 0 TO WS-LEXC-TOTAL.
             MOVE 0 TO WS-LEXC-RESTANTES.
             OPEN INPUT LISTA-EXC-FILE.
             IF WS-LEXC-STATUS = "00"
               PERFORM UNTIL WS-LEXC-STATUS = "10"
                 READ LISTA-EXC-FILE
                   AT END
                     MOVE "10" TO WS-LEXC-STATUS
                   NOT AT END
                     IF WS-LEXC-TOTAL < 500
                       ADD 1 TO WS-LEXC-TOTAL
                       MOVE LISTA-EXC-REG
                           TO WS-LEXC-IMAGEN(WS-LEXC-TOTAL)
                       MOVE "N" TO WS-LEXC-RESUELTO(WS-LEXC-TOTAL)
                     ELSE
                       IF WS-LEXC-RESTANTES = 0
                         DISPLAY "*** AVISO: MAS DE 500 COINCIDENCIAS."
                             " EL RESTO SE CONSERVA PARA OTRA"
                             " PASADA. ***"
                         OPEN OUTPUT LISTA-EXC-RESTO
                       END-IF
                       ADD 1 TO WS-LEXC-RESTANTES
                       MOVE LISTA-EXC-REG TO LEXC-RESTO-REG
                       WRITE LEXC-RESTO-REG
                     END-IF
                 END-READ
               END-PERFORM
             END-IF.
             IF WS-LEXC-STATUS = "10" OR WS-LEXC-STATUS = "00"
                 OR WS-LEXC-STATUS = "05"
               CLOSE LISTA-EXC-FILE
             END-IF.
             IF WS-LEXC-RESTANTES > 0
               CLOSE LISTA-EXC-RESTO
             END-IF.

           RESUELVE-COINCIDENCIA.
             MOVE WS-LEXC-IMAGEN(WS-LEXC-IDX) TO LISTA-EXC-REG.
             DISPLAY " ".
             DISPLAY "COINCIDENCIA " WS-LEXC-IDX " DE " WS-LEXC-TOTAL
                 " (RE-CRIBADO DEL " LEXC-FECHA "):".
             DISPLAY "  CLIENTE " LEXC-CUST-ID ": " LEXC-NOMBRE " "
                 LEXC-APELLIDOS " NAC " LEXC-FECHA-NAC.
             DISPLAY "  ENTRADA " LEXC-REFERENCIA " DEL PROGRAMA "
                 LEXC-PROGRAMA " (" LEXC-MOTIVO ")".
             DISPLAY "  L=LIBERAR (FALSO POSITIVO), C=CONFIRMAR"
                 " (BLOQUEAR CLIENTE), INTRO=DEJAR PENDIENTE: ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             EVALUATE WS-DECISION
               WHEN "L"
               WHEN "l"
                 MOVE "Y" TO WS-LEXC-RESUELTO(WS-LEXC-IDX)
                 MOVE "LIBERADO" TO LDEC-DECISION
                 PERFORM GRABA-DECISION-COINCIDENCIA
                 DISPLAY "  CLIENTE " LEXC-CUST-ID " LIBERADO."
               WHEN "C"
               WHEN "c"
                 PERFORM BLOQUEA-CLIENTE-LISTA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

      *    A confirmed hit blocks the customer through the ordinary
      *    status change, so CUSTJRNL keeps the before/after images.
           BLOQUEA-CLIENTE-LISTA.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             ELSE
               MOVE LEXC-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   DISPLAY "  CLIENTE " LEXC-CUST-ID " NO EXISTE."
                       " COINCIDENCIA PENDIENTE."
                 NOT INVALID KEY
                   PERFORM GUARDA-IMAGEN-ANTES
                   MOVE "ESTADO" TO WS-JRN-ACCION
                   MOVE "I" TO CUST-ESTADO
                   PERFORM REESCRIBE-CLIENTE
                   IF WS-CUST-STATUS = "00"
                     MOVE "Y" TO WS-LEXC-RESUELTO(WS-LEXC-IDX)
                     MOVE "CONFIRMADO" TO LDEC-DECISION
                     PERFORM GRABA-DECISION-COINCIDENCIA
                   END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

           GRABA-DECISION-COINCIDENCIA.
             MOVE "REVIS" TO LDEC-ORIGEN.
             MOVE LEXC-CUST-ID TO LDEC-CUST-ID.
             MOVE LEXC-NOMBRE TO LDEC-NOMBRE.
             MOVE LEXC-APELLIDOS TO LDEC-APELLIDOS.
             MOVE LEXC-FECHA-NAC TO LDEC-FECHA-NAC.
             MOVE LEXC-REFERENCIA TO LDEC-REFERENCIA.
             PERFORM GRABA-DECISION-LISTA.

           REESCRIBE-COINCIDENCIAS.
             MOVE 0 TO WS-PENDIENTES.
             OPEN OUTPUT LISTA-EXC-FILE.
             PERFORM VARYING WS-LEXC-IDX FROM 1 BY 1
                 UNTIL WS-LEXC-IDX > WS-LEXC-TOTAL
               IF WS-LEXC-RESUELTO(WS-LEXC-IDX) = "N"
                 MOVE WS-LEXC-IMAGEN(WS-LEXC-IDX) TO LISTA-EXC-REG
                 WRITE LISTA-EXC-REG
                 ADD 1 TO WS-PENDIENTES
               END-IF
             END-PERFORM.
             IF WS-LEXC-RESTANTES > 0
               OPEN INPUT LISTA-EXC-RESTO
               PERFORM UNTIL WS-LEXC-RESTO-STATUS = "10"
                 READ LISTA-EXC-RESTO
                   AT END
                     MOVE "10" TO WS-LEXC-RESTO-STATUS
                   NOT AT END
                     MOVE LEXC-RESTO-REG TO LISTA-EXC-REG
                     WRITE LISTA-EXC-REG
                     ADD 1 TO WS-PENDIENTES
                 END-READ
               END-PERFORM
               CLOSE LISTA-EXC-RESTO
               CALL "CBL_DELETE_FILE" USING WS-ARCH-LEXCRESTO
             END-IF.
             CLOSE LISTA-EXC-FILE.
             DISPLAY "COINCIDENCIAS PENDIENTES: " WS-PENDIENTES.

      *    Four-eyes queue. The approver signs on here with SUP or
      *    ADM role and may not decide a request of their own. The
      *    session's CUSTMAST lock keeps any other CUSTMAINT from
      *    appending to CUSTPEND.DAT while the table is rewritten.
           APRUEBA-PENDIENTES.
             DISPLAY "ID DEL SUPERVISOR: ".
             MOVE SPACES TO WS-APROBADOR-ID.
             ACCEPT WS-APROBADOR-ID.
             DISPLAY "PIN: ".
             MOVE SPACES TO WS-PIN.
             ACCEPT WS-PIN.
             CALL "OPERAUTH" USING WS-APROBADOR-ID WS-PIN
                 WS-AUTH-RESULTADO WS-AUTH-ROL.
             IF (WS-AUTH-RESULTADO NOT = "Y"
                 AND WS-AUTH-RESULTADO NOT = "G")
                 OR (WS-AUTH-ROL NOT = "SUP"
                     AND WS-AUTH-ROL NOT = "ADM")
               DISPLAY MSG-006
               DISPLAY "LA APROBACION REQUIERE ROL SUP O ADM."
             ELSE
               PERFORM CARGA-PENDIENTES
               IF WS-PEND-DESBORDADO = "Y"
                 DISPLAY "*** CUSTPEND.DAT SUPERA LOS 2000 REGISTROS DE"
                     " LA TABLA. NO SE MANTIENE PARA NO TRUNCARLO. ***"
               ELSE
                 MOVE "N" TO WS-PEND-CAMBIO
                 PERFORM LISTA-PENDIENTES
                 IF WS-PEND-LISTADOS = 0
                   DISPLAY "NO HAY CAMBIOS PENDIENTES DE APROBACION."
                 ELSE
                   MOVE 1 TO WS-PEND-NUM
                   PERFORM UNTIL WS-PEND-NUM = 0
                     PERFORM DECIDE-PENDIENTE THRU DECIDE-PENDIENTE-FIN
                   END-PERFORM
                 END-IF
                 IF WS-PEND-CAMBIO = "Y"
                   PERFORM REESCRIBE-PENDIENTES
                 END-IF
               END-IF
             END-IF.

           CARGA-PENDIENTES.
             MOVE 0 TO WS-PEND-TOTAL.
             MOVE "N" TO WS-PEND-DESBORDADO.
             OPEN INPUT CUST-PEND-FILE.
             IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-PEND-STATUS = "10"
                 READ CUST-PEND-FILE
                   AT END
                     MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                     IF WS-PEND-TOTAL < 2000
                       ADD 1 TO WS-PEND-TOTAL
                       MOVE CUST-PEND-REG
                           TO WS-PEND-ENTRY(WS-PEND-TOTAL)
                     ELSE
                       MOVE "Y" TO WS-PEND-DESBORDADO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUST-PEND-FILE
             ELSE
               IF WS-PEND-STATUS = "05"
                 CLOSE CUST-PEND-FILE
               END-IF
             END-IF.

           LISTA-PENDIENTES.
             MOVE 0 TO WS-PEND-LISTADOS.
             CALL "BUSDATE" USING WS-FECHA-HOY.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
               MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO CUST-PEND-REG
               IF PEND-ESTADO = "P"
                 ADD 1 TO WS-PEND-LISTADOS
                 PERFORM MUESTRA-PENDIENTE
               END-IF
             END-PERFORM.

           MUESTRA-PENDIENTE.
             MOVE 0 TO WS-DIAS-ESPERA.
             IF PEND-FECHA < WS-FECHA-HOY
               COMPUTE WS-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(PEND-FECHA)
             END-IF.
             DISPLAY " ".
             DISPLAY "SOLICITUD " PEND-NUMERO ": CLIENTE " PEND-CUST-ID
                 " (" PEND-ACCION ") PEDIDA POR " PEND-SOLICITANTE
                 " EL " PEND-FECHA " (" WS-DIAS-ESPERA " DIAS)".
             IF PEND-NUE-ESTADO NOT = PEND-ANT-ESTADO
               DISPLAY "  ESTADO   : " PEND-ANT-ESTADO " -> "
                   PEND-NUE-ESTADO
             END-IF.
             IF PEND-NUE-SEGMENTO NOT = PEND-ANT-SEGMENTO
               DISPLAY "  SEGMENTO : " PEND-ANT-SEGMENTO " -> "
                   PEND-NUE-SEGMENTO
             END-IF.
             IF PEND-NUE-LIMITE NOT = PEND-ANT-LIMITE
               MOVE PEND-ANT-LIMITE TO WS-EDIT-LIMITE
               MOVE PEND-NUE-LIMITE TO WS-EDIT-LIMITE-NUE
               DISPLAY "  LIMITE   : " WS-EDIT-LIMITE " -> "
                   WS-EDIT-LIMITE-NUE
             END-IF.
             IF PEND-NUE-HR-ID NOT = PEND-ANT-HR-ID
               DISPLAY "  NUM. HR  : [" PEND-ANT-HR-ID "] -> ["
                   PEND-NUE-HR-ID "]"
             END-IF.
             IF PEND-SOLICITANTE = WS-APROBADOR-ID
               DISPLAY "  (SOLICITUD PROPIA: LA DECIDE OTRO SUPERVISOR)"
             END-IF.

           DECIDE-PENDIENTE.
             DISPLAY " ".
             DISPLAY "NUMERO DE SOLICITUD A DECIDIR (INTRO ="
                 " TERMINAR): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF FUNCTION TRIM(WS-ID-ENTRADA) = SPACES
               MOVE 0 TO WS-PEND-NUM
               GO TO DECIDE-PENDIENTE-FIN
             END-IF.
             IF FUNCTION TEST-NUMVAL(WS-ID-ENTRADA) NOT = 0
               DISPLAY "NUMERO NO VALIDO."
               GO TO DECIDE-PENDIENTE-FIN
             END-IF.
             COMPUTE WS-PEND-NUM = FUNCTION NUMVAL(WS-ID-ENTRADA).
             IF WS-PEND-NUM = 0
               GO TO DECIDE-PENDIENTE-FIN
             END-IF.
             PERFORM BUSCA-SOLICITUD.
             IF WS-PEND-IDX = 0
               DISPLAY "LA SOLICITUD " WS-PEND-NUM " NO ESTA PENDIENTE."
               GO TO DECIDE-PENDIENTE-FIN
             END-IF.
             MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO CUST-PEND-REG.
             IF PEND-SOLICITANTE = WS-APROBADOR-ID
               DISPLAY "NO PUEDE DECIDIR UNA SOLICITUD PROPIA."
               GO TO DECIDE-PENDIENTE-FIN
             END-IF.
             PERFORM MUESTRA-PENDIENTE.
             DISPLAY "A=APROBAR, R=RECHAZAR, INTRO=DEJAR PENDIENTE: ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                 PERFORM APLICA-PENDIENTE
               WHEN "R"
               WHEN "r"
                 MOVE "R" TO PEND-ESTADO
                 PERFORM CIERRA-PENDIENTE
                 DISPLAY "SOLICITUD " PEND-NUMERO " RECHAZADA."
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

           DECIDE-PENDIENTE-FIN.
             EXIT.

      *    Only a request still pending can be decided; the table
      *    index of the one asked for is left in WS-PEND-IDX.
           BUSCA-SOLICITUD.
             MOVE 0 TO WS-PEND-IDX.
             PERFORM VARYING WS-PEND-BUSCA FROM 1 BY 1
                 UNTIL WS-PEND-BUSCA > WS-PEND-TOTAL OR WS-PEND-IDX > 0
               MOVE WS-PEND-ENTRY(WS-PEND-BUSCA) TO CUST-PEND-REG
               IF PEND-NUMERO = WS-PEND-NUM AND PEND-ESTADO = "P"
                 MOVE WS-PEND-BUSCA TO WS-PEND-IDX
               END-IF
             END-PERFORM.

      *    The master is read again at approval time: when a four-
      *    eyes field no longer holds the value the request started
      *    from, the request is stale and is not applied.
           APLICA-PENDIENTE.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             ELSE
               MOVE PEND-CUST-ID TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   DISPLAY "CLIENTE " PEND-CUST-ID " NO EXISTE."
                       " RECHACE LA SOLICITUD."
                 NOT INVALID KEY
                   PERFORM APLICA-PENDIENTE-CLIENTE
               END-READ
               CLOSE CUSTOMER-MASTER
             END-IF.

           APLICA-PENDIENTE-CLIENTE.
             IF CUST-ESTADO = "X"
                 OR CUST-ESTADO NOT = PEND-ANT-ESTADO
                 OR CUST-SEGMENTO NOT = PEND-ANT-SEGMENTO
                 OR CUST-LIMITE NOT = PEND-ANT-LIMITE
                 OR CUST-HR-ID NOT = PEND-ANT-HR-ID
               DISPLAY "EL CLIENTE " CUST-ID " HA CAMBIADO DESDE LA"
                   " SOLICITUD. NO SE APLICA: RECHACELA Y PIDA UNA"
                   " NUEVA."
             ELSE
               PERFORM GUARDA-IMAGEN-ANTES
               MOVE PEND-NUE-ESTADO TO CUST-ESTADO
               MOVE PEND-NUE-SEGMENTO TO CUST-SEGMENTO
               MOVE PEND-NUE-LIMITE TO CUST-LIMITE
               MOVE PEND-NUE-HR-ID TO CUST-HR-ID
               MOVE PEND-ACCION TO WS-JRN-ACCION
               MOVE PEND-SOLICITANTE TO WS-JRN-OPERADOR
               MOVE WS-APROBADOR-ID TO WS-JRN-APROBADOR
               PERFORM REESCRIBE-CLIENTE
               MOVE WS-OPERADOR-ID TO WS-JRN-OPERADOR
               MOVE SPACES TO WS-JRN-APROBADOR
               IF WS-CUST-STATUS = "00"
                 MOVE "A" TO PEND-ESTADO
                 PERFORM CIERRA-PENDIENTE
                 DISPLAY "SOLICITUD " PEND-NUMERO
                     " APROBADA Y APLICADA."
               END-IF
             END-IF.

           CIERRA-PENDIENTE.
             MOVE WS-APROBADOR-ID TO PEND-APROBADOR.
             CALL "BUSDATE" USING PEND-FECHA-DECISION.
             MOVE CUST-PEND-REG TO WS-PEND-ENTRY(WS-PEND-IDX).
             MOVE "Y" TO WS-PEND-CAMBIO.

           REESCRIBE-PENDIENTES.
             OPEN OUTPUT CUST-PEND-FILE.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
               MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO CUST-PEND-REG
               WRITE CUST-PEND-REG
             END-PERFORM.
             CLOSE CUST-PEND-FILE.
             DISPLAY "CUSTPEND.DAT ACTUALIZADO.".

      *    Standing charges live in their own register, not in the
      *    master: listing, adding and ending a charge here is what
      *    replaces the spreadsheet invoicing.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.
             MOVE "STNDCHG.DAT" TO WS-ARCH-STNDCHG.
             CALL "ENVNAME" USING WS-ARCH-STNDCHG WS-AMBIENTE.
             MOVE "LISTAEXC.DAT" TO WS-ARCH-LISTAEXC.
             CALL "ENVNAME" USING WS-ARCH-LISTAEXC WS-AMBIENTE.
             MOVE "LISTAEXC.TMP" TO WS-ARCH-LEXCRESTO.
             CALL "ENVNAME" USING WS-ARCH-LEXCRESTO WS-AMBIENTE.
             MOVE "LISTADEC.DAT" TO WS-ARCH-LISTADEC.
             CALL "ENVNAME" USING WS-ARCH-LISTADEC WS-AMBIENTE.
             MOVE "CUSTPEND.DAT" TO WS-ARCH-CUSTPEND.
             CALL "ENVNAME" USING WS-ARCH-CUSTPEND WS-AMBIENTE.
             MOVE "FXRATES.DAT" TO WS-ARCH-FXRATES.
             CALL "ENVNAME" USING WS-ARCH-FXRATES WS-AMBIENTE.

       END PROGRAM CUSTMAINT.
