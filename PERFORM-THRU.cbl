       01  CIUDAD PIC X(15).
       01  CODPOSTAL PIC X(8).
       01  TELEFONO PIC X(12).
       01  EMAIL PIC X(40).
       01  ENTREGA PIC X.
       01  WS-CUST-STATUS PIC XX.
       01  WS-SEQ-STATUS PIC XX.
       01  WS-ULTIMO-ID PIC 9(6) VALUE 0.
       01  WS-NAC-VALIDA PIC X VALUE "N".
       01  WS-CALLE-VALIDA PIC X VALUE "N".
       01  WS-CIUDAD-VALIDA PIC X VALUE "N".
       01  WS-CODPOSTAL-VALIDO PIC X VALUE "N".
       01  WS-ENTREGA-VALIDA PIC X VALUE "N".
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-THRU-PARM-STATUS PIC XX.
       01  WS-MODO-LOTE PIC X VALUE "N".
       01  WS-DUPLICADO PIC X VALUE "N".
       01  WS-DUP-MOTIVO PIC X(9).
       01  WS-DUP-CUST-ID PIC 9(6).
       01  WS-DUP-CASTIGADO PIC X VALUE "N".
       01  WS-DUP-CAST-ID PIC 9(6).
       01  WS-LISTA-RESULTADO PIC X.
       01  WS-LISTA-REF PIC X(12) VALUE SPACES.
       01  WS-LISTA-PROGRAMA PIC X(12).
       01  WS-LISTA-MOTIVO PIC X(9).
       01  WS-LISTA-AVISADA PIC X VALUE "N".
       01  WS-CPOS-RESULTADO PIC X.
       01  WS-CPOS-AVISADA PIC X VALUE "N".
       01  WS-LOAD-STATUS PIC XX.
       01  WS-REJ-STATUS PIC XX.
       01  WS-MODO-MASIVO PIC X VALUE "N".
       01  WS-LOAD-HAY-CABECERA PIC X VALUE "N".
       01  WS-LOAD-HAY-COLA PIC X VALUE "N".
       01  WS-LOAD-DETALLES.
           05  WS-LOAD-ENTRY OCCURS 1000 PIC X(144).
       01  WS-LOAD-TOTAL PIC 9(5) VALUE 0.
       01  WS-LOAD-IDX PIC 9(5).
       01  WS-LOAD-ACEPTADOS PIC 9(5) VALUE 0.
           05  WS-DET-CIUDAD     PIC X(15).
           05  WS-DET-CODPOSTAL  PIC X(8).
           05  WS-DET-TELEFONO   PIC X(12).
           05  WS-DET-EMAIL      PIC X(40).
           05  WS-DET-ENTREGA    PIC X.
       01  WS-RC-PREVIO PIC 9(4) VALUE 0.
       01  WS-JRN-ACCION PIC X(6).
       01  WS-JRN-APROBADOR PIC X(10) VALUE SPACES.
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
       01  WS-FECHA-GUARDIA PIC 9(8).
       01  WS-DIA-CERRADO PIC X.
       COPY "MSGCODE.cpy".
             PERFORM SOLICITA-OPERADOR.
             PERFORM SOLICITAR-NOMBRE THRU SOLICITAR-APELLIDOS
             PERFORM SOLICITAR-FECHA-NAC.
             PERFORM SOLICITAR-CALLE THRU SOLICITAR-ENTREGA.
             IF WS-DATOS-VALIDOS = "Y"
               PERFORM BUSCA-DUPLICADO
               PERFORM CRIBA-LISTA-VIGILANCIA
             END-IF.
             IF WS-DATOS-VALIDOS = "Y" AND WS-DUPLICADO = "Y"
               PERFORM GRABA-SUSPENSO
             MOVE WS-DET-CIUDAD TO CIUDAD.
             MOVE WS-DET-CODPOSTAL TO CODPOSTAL.
             MOVE WS-DET-TELEFONO TO TELEFONO.
             MOVE WS-DET-EMAIL TO EMAIL.
             MOVE WS-DET-ENTREGA TO ENTREGA.
             IF ENTREGA = SPACE
               MOVE "P" TO ENTREGA
             END-IF.
             CALL "EDADCALC" USING FECHA-NAC EDAD.
             PERFORM VALIDA-CODPOSTAL.
             MOVE SPACES TO WS-REJ-MOTIVO.
             EVALUATE TRUE
               WHEN FUNCTION TRIM(NOMBRE) = SPACES
                 MOVE "CALLE" TO WS-REJ-MOTIVO
               WHEN FUNCTION TRIM(CIUDAD) = SPACES
                 MOVE "CIUDAD" TO WS-REJ-MOTIVO
               WHEN WS-CPOS-RESULTADO = "N"
                   OR WS-CPOS-RESULTADO = "C"
                 MOVE "CODPOSTAL" TO WS-REJ-MOTIVO
               WHEN ENTREGA NOT = "P" AND ENTREGA NOT = "E"
                   AND ENTREGA NOT = "A"
                 MOVE "ENTREGA" TO WS-REJ-MOTIVO
               WHEN ENTREGA NOT = "P" AND EMAIL = SPACES
                 MOVE "ENTREGA" TO WS-REJ-MOTIVO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.
               PERFORM GRABA-RECHAZO-MASIVO
             ELSE
               PERFORM BUSCA-DUPLICADO
               PERFORM CRIBA-LISTA-VIGILANCIA
               IF WS-DUPLICADO = "Y"
                 PERFORM GRABA-SUSPENSO
                 ADD 1 TO WS-LOAD-SUSPENDIDOS
             MOVE CIUDAD TO THRU-REJ-CIUDAD.
             MOVE CODPOSTAL TO THRU-REJ-CODPOSTAL.
             MOVE TELEFONO TO THRU-REJ-TELEFONO.
             MOVE EMAIL TO THRU-REJ-EMAIL.
             MOVE ENTREGA TO THRU-REJ-ENTREGA.
             MOVE WS-REJ-MOTIVO TO THRU-REJ-MOTIVO.
             WRITE THRU-REJ-REG.
             ADD 1 TO WS-LOAD-RECHAZADOS.
                   MOVE THRU-PARM-CIUDAD TO CIUDAD
                   MOVE THRU-PARM-CODPOSTAL TO CODPOSTAL
                   MOVE THRU-PARM-TELEFONO TO TELEFONO
                   MOVE THRU-PARM-EMAIL TO EMAIL
                   MOVE THRU-PARM-ENTREGA TO ENTREGA
               END-READ
               CLOSE THRU-PARM-FILE
             END-IF.

           BUSCA-DUPLICADO.
             MOVE "N" TO WS-DUPLICADO.
             MOVE "N" TO WS-DUP-CASTIGADO.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS = "10"
      *    Exact NOMBRE+APELLIDOS is a sure duplicate; same APELLIDOS
      *    alone is close enough to park for a human decision rather
      *    than silently issuing a third CUST-ID for the same person.
      *    A match written off as bad debt is called out so the
      *    suspense review sees it before taking the person on again.
           COMPARA-CLIENTE.
             IF FUNCTION TRIM(CUST-APELLIDOS) =
                 FUNCTION TRIM(APELLIDOS)
               IF CUST-CASTIGO-FECHA NOT = 0
                 MOVE "Y" TO WS-DUP-CASTIGADO
                 MOVE CUST-ID TO WS-DUP-CAST-ID
                 DISPLAY "*** AVISO: COINCIDE CON EL CLIENTE " CUST-ID
                     ", CASTIGADO POR INCOBRABLE EL "
                     CUST-CASTIGO-FECHA " ***"
               END-IF
               IF FUNCTION TRIM(CUST-NOMBRE) = FUNCTION TRIM(NOMBRE)
                 MOVE "Y" TO WS-DUPLICADO
                 MOVE "EXACTO" TO WS-DUP-MOTIVO
               END-IF
             END-IF.

      *    A possible watch-list hit outranks any duplicate finding:
      *    the intake is parked for compliance under its own motivo
      *    and gets no CUST-ID until they clear it in CUSTMAINT.
           CRIBA-LISTA-VIGILANCIA.
             MOVE SPACES TO WS-LISTA-REF.
             CALL "LISTACHK" USING NOMBRE APELLIDOS FECHA-NAC
                 WS-LISTA-RESULTADO WS-LISTA-REF WS-LISTA-PROGRAMA
                 WS-LISTA-MOTIVO.
             EVALUATE WS-LISTA-RESULTADO
               WHEN "Y"
                 MOVE "Y" TO WS-DUPLICADO
                 MOVE "LISTAVIG" TO WS-DUP-MOTIVO
                 MOVE 0 TO WS-DUP-CUST-ID
               WHEN "S"
                 MOVE SPACES TO WS-LISTA-REF
                 IF WS-LISTA-AVISADA = "N"
                   MOVE "Y" TO WS-LISTA-AVISADA
                   DISPLAY "*** AVISO: SIN LISTA DE VIGILANCIA"
                       " (LISTAVIG.DAT). EL ALTA SE HACE SIN CRIBAR."
                       " ***"
                   MOVE "ERROR" TO AUDIT-EVENTO
                   MOVE MSG-024 TO AUDIT-DETALLE
                   PERFORM GRABA-AUDITORIA
                 END-IF
               WHEN OTHER
                 MOVE SPACES TO WS-LISTA-REF
             END-EVALUATE.

      *    Without the postal service's file the code is taken as
      *    keyed; CPOSREV's sweep checks it once the file is back.
           VALIDA-CODPOSTAL.
             MOVE "Y" TO WS-CPOS-RESULTADO.
             IF FUNCTION TRIM(CODPOSTAL) NOT = SPACES
               CALL "CPOSCHK" USING CODPOSTAL CIUDAD WS-CPOS-RESULTADO
               IF WS-CPOS-RESULTADO = "S" AND WS-CPOS-AVISADA = "N"
                 MOVE "Y" TO WS-CPOS-AVISADA
                 DISPLAY "*** AVISO: " MSG-032 " ***"
               END-IF
             END-IF.

           GRABA-SUSPENSO.
             OPEN EXTEND CUST-SUSP-FILE.
             IF WS-SUSP-STATUS = "35"
             MOVE CIUDAD TO SUSP-CIUDAD.
             MOVE CODPOSTAL TO SUSP-CODPOSTAL.
             MOVE TELEFONO TO SUSP-TELEFONO.
             MOVE EMAIL TO SUSP-EMAIL.
             MOVE ENTREGA TO SUSP-ENTREGA.
             MOVE WS-DUP-MOTIVO TO SUSP-MOTIVO.
             MOVE WS-DUP-CUST-ID TO SUSP-CUST-ID.
             MOVE WS-LISTA-REF TO SUSP-LISTA-REF.
             WRITE CUST-SUSP-REG.
             CLOSE CUST-SUSP-FILE.
             MOVE "SUSP" TO AUDIT-EVENTO.
             IF WS-DUP-MOTIVO = "LISTAVIG"
               DISPLAY "POSIBLE COINCIDENCIA CON LA LISTA DE"
                   " VIGILANCIA (ENTRADA " WS-LISTA-REF ", "
                   WS-LISTA-PROGRAMA "). ENVIADO A SUSPENSO PARA"
                   " CUMPLIMIENTO."
               MOVE MSG-023 TO AUDIT-DETALLE
             ELSE
               DISPLAY "POSIBLE DUPLICADO DEL CLIENTE " WS-DUP-CUST-ID
                   " (" WS-DUP-MOTIVO "). ENVIADO A SUSPENSO."
               MOVE MSG-015 TO AUDIT-DETALLE
             END-IF.
             IF WS-DUP-CASTIGADO = "Y"
                 AND WS-DUP-MOTIVO NOT = "LISTAVIG"
               MOVE SPACES TO AUDIT-DETALLE
               STRING "POSIBLE DUPLICADO DE CLIENTE CASTIGADO "
                   WS-DUP-CAST-ID DELIMITED BY SIZE INTO AUDIT-DETALLE
             END-IF.
             PERFORM GRABA-AUDITORIA.

           SOLICITA-OPERADOR.
             MOVE CIUDAD TO CUST-CIUDAD.
             MOVE CODPOSTAL TO CUST-CODPOSTAL.
             MOVE TELEFONO TO CUST-TELEFONO.
             MOVE EMAIL TO CUST-EMAIL.
             MOVE ENTREGA TO CUST-ENTREGA.
             MOVE "RET" TO CUST-SEGMENTO.
             MOVE 0 TO CUST-LIMITE.
             MOVE 0 TO CUST-DUN-NIVEL.
             MOVE 0 TO CUST-DUN-FECHA.
             MOVE SPACES TO CUST-HR-ID.
             MOVE 0 TO CUST-CASTIGO-FECHA.
             MOVE 0 TO CUST-CASTIGO-IMPORTE.
             MOVE 0 TO CUST-PADRE.
             MOVE "EUR" TO CUST-MONEDA.
             MOVE SPACE TO CUST-DIR-INVALIDA.
             MOVE 0 TO CUST-DIR-FECHA.
             MOVE SPACES TO CUST-DIR-MOTIVO.
      *    The billing cycle day comes from the segment's rule in
      *    CICLPARM.DAT, spread over its days by the new number.
             CALL "CICLODIA" USING CUST-SEGMENTO WS-ULTIMO-ID
                 CUST-CICLO.
             MOVE "A" TO CUST-ESTADO.
             CALL "BUSDATE" USING WS-GDG-FECHA.
             MOVE WS-GDG-FECHA TO CUST-FECHA.
             MOVE SPACES TO WS-IMAGEN-ANTES.
             MOVE 0 TO WS-ANT-FECHA-NAC.
             MOVE 0 TO WS-ANT-LIMITE.
             MOVE 0 TO WS-ANT-PADRE.
             MOVE 0 TO WS-ANT-CICLO.
             MOVE CUST-NOMBRE TO WS-NUE-NOMBRE.
             MOVE CUST-APELLIDOS TO WS-NUE-APELLIDOS.
             MOVE CUST-FECHA-NAC TO WS-NUE-FECHA-NAC.
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
                 WS-OPERADOR-ID WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                 WS-JRN-APROBADOR.
             IF RETURN-CODE = 16
               DISPLAY "*** " MSG-018 " (CLIENTE " WS-JRN-CUST-ID
                   ") ***"

      *    Postal code and phone are optional: a branch conversion
      *    often arrives without them and the card file never held
      *    them consistently either. A code that IS given must exist
      *    and serve the town just keyed.
           SOLICITAR-CODPOSTAL.
             IF WS-MODO-LOTE = "Y"
               PERFORM VALIDA-CODPOSTAL
               IF WS-CPOS-RESULTADO = "N" OR WS-CPOS-RESULTADO = "C"
                 MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
             ELSE
               PERFORM UNTIL WS-CODPOSTAL-VALIDO = "Y"
                 DISPLAY "ESCRIBA SU CODIGO POSTAL (OPCIONAL): "
                 MOVE SPACES TO CODPOSTAL
                 ACCEPT CODPOSTAL
                 PERFORM VALIDA-CODPOSTAL
                 EVALUATE WS-CPOS-RESULTADO
                   WHEN "N"
                     DISPLAY MSG-030
                   WHEN "C"
                     DISPLAY MSG-031
                   WHEN OTHER
                     MOVE "Y" TO WS-CODPOSTAL-VALIDO
                 END-EVALUATE
               END-PERFORM
             END-IF.

           SOLICITAR-TELEFONO.
               ACCEPT TELEFONO
             END-IF.

           SOLICITAR-EMAIL.
             IF WS-MODO-LOTE = "N"
               DISPLAY "ESCRIBA SU CORREO ELECTRONICO (OPCIONAL): "
               ACCEPT EMAIL
             END-IF.

      *    Statement delivery defaults to paper. Electronic ("E") or
      *    both ("A") needs an address to send to; an unattended
      *    record asking for it without one is invalid, not quietly
      *    downgraded, so the branch learns its file is incomplete.
           SOLICITAR-ENTREGA.
             IF WS-MODO-LOTE = "Y"
               IF ENTREGA = SPACE
                 MOVE "P" TO ENTREGA
               END-IF
               IF ENTREGA NOT = "P" AND ENTREGA NOT = "E"
                   AND ENTREGA NOT = "A"
                 MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
               IF ENTREGA NOT = "P" AND EMAIL = SPACES
                 MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
             ELSE
               PERFORM UNTIL WS-ENTREGA-VALIDA = "Y"
                 DISPLAY "ENVIO DE EXTRACTOS (P=PAPEL, E=ELECTRONICO,"
                     " A=AMBOS; INTRO = PAPEL): "
                 MOVE SPACE TO ENTREGA
                 ACCEPT ENTREGA
                 IF ENTREGA = SPACE
                   MOVE "P" TO ENTREGA
                 END-IF
                 EVALUATE TRUE
                   WHEN ENTREGA NOT = "P" AND ENTREGA NOT = "E"
                       AND ENTREGA NOT = "A"
                     DISPLAY "ENVIO NO VALIDO. USE P, E O A."
                   WHEN ENTREGA NOT = "P" AND EMAIL = SPACES
                     DISPLAY "SIN CORREO ELECTRONICO NO HAY ENVIO"
                         " ELECTRONICO."
                   WHEN OTHER
                     MOVE "Y" TO WS-ENTREGA-VALIDA
                 END-EVALUATE
               END-PERFORM
             END-IF.

           GRABA-CONTROL-TOTAL.
             MOVE "PERFORM-THRU" TO CTL-PROGRAMA.
             IF WS-RUN-CARGADO = "N"
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

