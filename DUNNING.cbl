      *          level. A balance cash application has cleared resets
      *          the level to zero automatically. Terms and grace
      *          days come from DUNPARM.DAT (defaults 30 and 7).
      *          A customer with an active payment arrangement in
      *          ACUERDOS.DAT (ACUMNT) is held at the current level
      *          and gets no letter while the plan is being kept;
      *          once ACUCHK breaks the plan escalation resumes. More
      *          active plans than the table holds stops the run
      *          (RC 16) before any letter, as in ACUCHK.
      *          Every letter line is also archived through DOCARCH
      *          (DOCARCH.DAT, type "C") for DOCREIMP's duplicates,
      *          and the run ends with the mailroom's batch control
      *          sheet in DUNHOJA.DAT. Letters are routed by the
      *          customer's CUST-ENTREGA like CUSTSTMT's statements:
      *          paper to DUNCARTA.DAT, electronic through EDELIV to
      *          EDELCART.DAT for the mail gateway, both to both; no
      *          e-mail address on file means paper. The run refuses
      *          to start (RC 8) while the previous EDELCART.DAT is
      *          still waiting to be collected. Customers are taken
      *          in postal-code order (CUST-ID within a code), so
      *          DUNCARTA.DAT goes to the mailroom already sorted for
      *          the bulk-mail rate.
      *          A customer whose address came back undeliverable
      *          (CUST-DIR-INVALIDA, keyed through CORRDEV) gets no
      *          paper letter: with e-delivery and an e-mail address
      *          the letter goes electronically only; otherwise no
      *          letter is produced and the chase is frozen at its
      *          level (no escalation on mail the customer cannot
      *          receive) until CUSTMAINT corrects the address. Both
      *          cases are listed in the held-mail register
      *          CORRRET.DAT for the mailroom.
      *          The run is daily, but an open balance is evaluated
      *          only on the customer's billing cycle date (CUST-
      *          CICLO through CICLOFEC, rolled to the next business
      *          day), so the letters follow the statements cycle by
      *          cycle; a cleared balance is reset whatever the day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-DUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL ACUERDO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACUERDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CPOS-ORD-WORK ASSIGN TO DYNAMIC WS-ARCH-DUNORDTMP.
           SELECT CORR-RET-FILE ASSIGN TO DYNAMIC WS-ARCH-CORRRET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  DUN-CARTA-FILE.
       01  DUN-LINEA PIC X(100).

       SD  CPOS-ORD-WORK.
           COPY "CPOSORD.cpy".

       FD  DUN-PARM-FILE.
       01  DUN-PARM-REG.
           05  DUN-PARM-TERMINO PIC 9(3).
           05  DUN-PARM-GRACIA  PIC 9(3).

       FD  ACUERDO-FILE.
           COPY "ACUERDO.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  CORR-RET-FILE.
           COPY "CORRRET.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-DUNCARTA PIC X(30).
       01  WS-ARCH-DUNORDTMP PIC X(30).
       01  WS-ORD-FIN PIC X VALUE "N".
       01  WS-ARCH-DUNPARM PIC X(30).
       01  WS-ARCH-ACUERDOS PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-CORRRET PIC X(30).
       01  WS-CRET-STATUS PIC XX.
       01  WS-CONGELADOS PIC 9(5) VALUE 0.
       01  WS-RETENIDAS PIC 9(5) VALUE 0.
       01  WS-CUST-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-CARTA-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-ACU-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-DEBE-CARTA PIC X.
       01  WS-CARTAS PIC 9(5) VALUE 0.
       01  WS-REINICIADOS PIC 9(5) VALUE 0.
       01  WS-EN-ACUERDO PIC 9(5) VALUE 0.
       01  WS-ACU-CLIENTES.
           05  WS-ACU-CLIENTE OCCURS 200 PIC 9(6).
       01  WS-ACU-TOTAL PIC 999 VALUE 0.
       01  WS-ACU-IDX PIC 999.
       01  WS-ACU-ACTIVO PIC X.
       01  WS-ACU-DESBORDADO PIC X VALUE "N".
       01  WS-EDIT-SALDO PIC -(10)9.99.
       01  WS-CLIENTE-MOSTRAR PIC 9(6).
       01  WS-DOC-ACCION PIC X.
       01  WS-DOC-TIPO PIC X VALUE "C".
       01  WS-DOC-CLIENTE PIC 9(6) VALUE 0.
       01  WS-DOC-RESULTADO PIC X.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       01  WS-DOC-CANAL PIC X VALUE "P".
       01  WS-ENVIA-PAPEL PIC X VALUE "Y".
       01  WS-ENVIA-ELEC PIC X VALUE "N".
       01  WS-EDEL-ACCION PIC X.
       01  WS-EDEL-EMAIL PIC X(40) VALUE SPACES.
       01  WS-EDEL-RESULTADO PIC X.
       01  WS-CARTAS-ELEC PIC 9(6) VALUE 0.
       01  WS-FUERA-CICLO PIC 9(5) VALUE 0.
       01  WS-CICLO-TOCA PIC X.
       01  WS-CICLO-PERIODO PIC 9(6).
       01  WS-CICLO-ANTERIOR PIC 9(8).
       01  WS-CICLO-DEL-MES PIC 9(8).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-ACUERDOS.
           IF WS-ACU-DESBORDADO = "Y"
             DISPLAY "*** ERROR: ACUERDOS.DAT SUPERA LOS 200"
                 " ACUERDOS ACTIVOS DE LA TABLA. AMPLIE LA TABLA:"
                 " NO SE GENERAN CARTAS. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "ACUERDOS ACTIVOS FUERA DE TABLA" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "A" TO WS-EDEL-ACCION.
           PERFORM LLAMA-EDELIV.
           IF WS-EDEL-RESULTADO = "P"
             DISPLAY "*** CARTAS NO GENERADAS: EL ENVIO ELECTRONICO"
                 " ANTERIOR NO SE HA RECOGIDO. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "EDELCART.DAT ANTERIOR SIN RECOGER" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-HUBO-ERROR = "N"
             OPEN OUTPUT DUN-CARTA-FILE
             IF WS-CARTA-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR DUNCARTA.DAT"
                   " (STATUS " WS-CARTA-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               MOVE "A" TO WS-DOC-ACCION
               PERFORM LLAMA-DOCARCH
               IF WS-HUBO-ERROR = "N"
                 PERFORM RECORRE-CLIENTES
                 MOVE "C" TO WS-DOC-ACCION
                 PERFORM LLAMA-DOCARCH
               END-IF
               CLOSE DUN-CARTA-FILE
             END-IF
           END-IF.
           MOVE "C" TO WS-EDEL-ACCION.
           PERFORM LLAMA-EDELIV.
           DISPLAY "CARTAS GENERADAS        : " WS-CARTAS.
           DISPLAY "  DE ELLAS ELECTRONICAS : " WS-CARTAS-ELEC.
           DISPLAY "RECLAMOS REINICIADOS    : " WS-REINICIADOS.
           DISPLAY "EN ACUERDO DE PAGO      : " WS-EN-ACUERDO.
           DISPLAY "DEUDORES DE OTRO CICLO  : " WS-FUERA-CICLO.
           DISPLAY "CONGELADOS DIR. DEVUELTA: " WS-CONGELADOS.
           DISPLAY "  PAPEL RETENIDO (E-MAIL): " WS-RETENIDAS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
               END-IF
             END-IF.

      *    Only the active plans matter here. More active plans than
      *    the table holds stops the run before any letter, as
      *    ACUCHK does: a customer left out would be chased as if
      *    there were no plan.
           CARGA-ACUERDOS.
             MOVE 0 TO WS-ACU-TOTAL.
             OPEN INPUT ACUERDO-FILE.
             IF WS-ACU-STATUS = "00"
               PERFORM UNTIL WS-ACU-STATUS = "10"
                 READ ACUERDO-FILE
                   AT END
                     MOVE "10" TO WS-ACU-STATUS
                   NOT AT END
                     IF ACU-ESTADO = "A"
                       IF WS-ACU-TOTAL < 200
                         ADD 1 TO WS-ACU-TOTAL
                         MOVE ACU-CUST-ID
                             TO WS-ACU-CLIENTE(WS-ACU-TOTAL)
                       ELSE
                         MOVE "Y" TO WS-ACU-DESBORDADO
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE ACUERDO-FILE
             ELSE
               IF WS-ACU-STATUS = "05"
                 CLOSE ACUERDO-FILE
               END-IF
             END-IF.

           RECORRE-CLIENTES.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
                   WS-CUST-STATUS ")."
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               SORT CPOS-ORD-WORK
                   ON ASCENDING KEY CPOS-ORD-CODPOSTAL
                   ON ASCENDING KEY CPOS-ORD-CUST-ID
                   INPUT PROCEDURE IS ORDENA-POR-CODPOSTAL
                   OUTPUT PROCEDURE IS CLIENTES-EN-ORDEN
               CLOSE CUSTOMER-MASTER
             END-IF.

      *    The letters go to the mailroom in postal-code order for
      *    the bulk-mail rate: the master is sorted on the code and
      *    each customer read back by key before it is treated.
           ORDENA-POR-CODPOSTAL.
             PERFORM UNTIL WS-CUST-STATUS = "10"
               READ CUSTOMER-MASTER NEXT RECORD
                 AT END
                   MOVE "10" TO WS-CUST-STATUS
                 NOT AT END
                   IF CUST-ESTADO NOT = "I" AND CUST-ESTADO NOT = "P"
                       AND CUST-ESTADO NOT = "F"
                       AND CUST-ESTADO NOT = "X"
                     MOVE CUST-CODPOSTAL TO CPOS-ORD-CODPOSTAL
                     MOVE CUST-ID TO CPOS-ORD-CUST-ID
                     RELEASE CPOS-ORD-REG
                   END-IF
               END-READ
             END-PERFORM.

      *    A failed update or archive stops the run after the
      *    customer it happened on, as it always has.
           CLIENTES-EN-ORDEN.
             MOVE "N" TO WS-ORD-FIN.
             MOVE "00" TO WS-CUST-STATUS.
             PERFORM UNTIL WS-ORD-FIN = "Y" OR WS-CUST-STATUS = "10"
               RETURN CPOS-ORD-WORK
                 AT END
                   MOVE "Y" TO WS-ORD-FIN
                 NOT AT END
                   MOVE CPOS-ORD-CUST-ID TO CUST-ID
                   READ CUSTOMER-MASTER
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       PERFORM TRATA-CLIENTE
                   END-READ
               END-RETURN
             END-PERFORM.

      *    A cleared balance closes the chase by itself; an open one
      *    earns the next letter only when the terms are breached (or
      *    billing rejected the feed) AND the grace window since the
      *    last letter has passed. Level 3 is final: the desk takes
      *    over from there. An active payment arrangement freezes
      *    the level where it stands. An open balance is only
      *    evaluated on the customer's billing cycle date.
           TRATA-CLIENTE.
             PERFORM LEE-SALDO.
             IF WS-SALDO NOT > 0
                 ADD 1 TO WS-REINICIADOS
               END-IF
             ELSE
               CALL "CICLOFEC" USING CUST-CICLO WS-FECHA-NEGOCIO
                   WS-CICLO-TOCA WS-CICLO-PERIODO WS-CICLO-ANTERIOR
                   WS-CICLO-DEL-MES
               IF WS-CICLO-TOCA = "N"
                 MOVE "N" TO WS-DEBE-CARTA
                 ADD 1 TO WS-FUERA-CICLO
               ELSE
                 PERFORM BUSCA-ACUERDO
                 IF WS-ACU-ACTIVO = "Y"
                   MOVE "N" TO WS-DEBE-CARTA
                   ADD 1 TO WS-EN-ACUERDO
                   DISPLAY "CLIENTE " CUST-ID " EN ACUERDO DE PAGO:"
                       " RECLAMO EN PAUSA."
                 ELSE
                   PERFORM DECIDE-CARTA
                 END-IF
               END-IF
               IF WS-DEBE-CARTA = "Y" AND CUST-DIR-INVALIDA = "Y"
                 PERFORM JUZGA-DIRECCION
               END-IF
               IF WS-DEBE-CARTA = "Y"
                 ADD 1 TO CUST-DUN-NIVEL
                 MOVE WS-FECHA-NEGOCIO TO CUST-DUN-FECHA
                   MOVE "Y" TO WS-HUBO-ERROR
                   MOVE "10" TO WS-CUST-STATUS
                 END-IF
      *          A letter that could not be archived stops the run
      *          after this customer, as a failed update does.
                 IF WS-HUBO-ERROR = "Y"
                   MOVE "10" TO WS-CUST-STATUS
                 END-IF
               END-IF
             END-IF.

               END-IF
             END-IF.

           BUSCA-ACUERDO.
             MOVE "N" TO WS-ACU-ACTIVO.
             PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                 UNTIL WS-ACU-IDX > WS-ACU-TOTAL
                     OR WS-ACU-ACTIVO = "Y"
               IF WS-ACU-CLIENTE(WS-ACU-IDX) = CUST-ID
                 MOVE "Y" TO WS-ACU-ACTIVO
               END-IF
             END-PERFORM.

           DECIDE-CARTA.
             MOVE "N" TO WS-DEBE-CARTA.
             IF CUST-DUN-NIVEL < 3
               END-IF
             END-IF.

      *    Returned mail: a customer still reachable by e-mail is
      *    chased electronically (DETERMINA-CANAL holds the paper
      *    copy); anyone else's letter is held and the level and
      *    date stay as they are, so the letter comes up again on
      *    every run until the address is corrected.
           JUZGA-DIRECCION.
             IF (CUST-ENTREGA = "E" OR CUST-ENTREGA = "A")
                 AND CUST-EMAIL NOT = SPACES
               CONTINUE
             ELSE
               MOVE "N" TO WS-DEBE-CARTA
               ADD 1 TO WS-CONGELADOS
               DISPLAY "CLIENTE " CUST-ID " CON DIRECCION DEVUELTA:"
                   " RECLAMO CONGELADO."
               COMPUTE CRET-NIVEL = CUST-DUN-NIVEL + 1
               MOVE "N" TO CRET-ELECTRONICO
               PERFORM GRABA-CORREO-RETENIDO
             END-IF.

           ESCRIBE-CARTA.
             ADD 1 TO WS-CARTAS.
             MOVE CUST-ID TO WS-DOC-CLIENTE.
             PERFORM DETERMINA-CANAL.
             MOVE SPACES TO DUN-LINEA.
             STRING "================ CARTA DE RECLAMO "
                 "================" DELIMITED BY SIZE INTO DUN-LINEA.
             PERFORM GRABA-LINEA.
             MOVE CUST-ID TO WS-CLIENTE-MOSTRAR.
             MOVE SPACES TO DUN-LINEA.
             STRING "CLIENTE: " WS-CLIENTE-MOSTRAR
                 DELIMITED BY SIZE INTO DUN-LINEA.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO DUN-LINEA.
             STRING CUST-NOMBRE " " CUST-APELLIDOS
                 DELIMITED BY SIZE INTO DUN-LINEA.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO DUN-LINEA.
             MOVE CUST-CALLE TO DUN-LINEA.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO DUN-LINEA.
             STRING CUST-CODPOSTAL " " CUST-CIUDAD
                 DELIMITED BY SIZE INTO DUN-LINEA.
             PERFORM GRABA-LINEA.
             MOVE WS-SALDO TO WS-EDIT-SALDO.
             MOVE SPACES TO DUN-LINEA.
             EVALUATE CUST-DUN-NIVEL
                     " SALDO PENDIENTE ES " WS-EDIT-SALDO
                     DELIMITED BY SIZE INTO DUN-LINEA
             END-EVALUATE.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO DUN-LINEA.
             STRING "FECHA: " WS-FECHA-NEGOCIO "  NIVEL: "
                 CUST-DUN-NIVEL DELIMITED BY SIZE INTO DUN-LINEA.
             PERFORM GRABA-LINEA.
             MOVE SPACES TO DUN-LINEA.
             PERFORM GRABA-LINEA.

      *    Electronic delivery with no address to send to would lose
      *    the letter, so that customer is chased on paper.
           DETERMINA-CANAL.
             MOVE "Y" TO WS-ENVIA-PAPEL.
             MOVE "N" TO WS-ENVIA-ELEC.
             MOVE "P" TO WS-DOC-CANAL.
             MOVE SPACES TO WS-EDEL-EMAIL.
             IF CUST-ENTREGA = "E" OR CUST-ENTREGA = "A"
               IF CUST-EMAIL = SPACES
                 DISPLAY "*** AVISO: CLIENTE " CUST-ID
                     " CON ENVIO ELECTRONICO Y SIN E-MAIL: SE"
                     " IMPRIME. ***"
               ELSE
                 MOVE "Y" TO WS-ENVIA-ELEC
                 MOVE CUST-EMAIL TO WS-EDEL-EMAIL
                 ADD 1 TO WS-CARTAS-ELEC
                 IF CUST-ENTREGA = "E"
                   MOVE "N" TO WS-ENVIA-PAPEL
                   MOVE "E" TO WS-DOC-CANAL
                 END-IF
               END-IF
             END-IF.
             IF CUST-DIR-INVALIDA = "Y" AND WS-ENVIA-PAPEL = "Y"
               MOVE "N" TO WS-ENVIA-PAPEL
               MOVE "E" TO WS-DOC-CANAL
               ADD 1 TO WS-RETENIDAS
               MOVE CUST-DUN-NIVEL TO CRET-NIVEL
               MOVE "Y" TO CRET-ELECTRONICO
               PERFORM GRABA-CORREO-RETENIDO
             END-IF.

      *    One line of the held-mail register per letter held, with
      *    the address it would have gone to.
           GRABA-CORREO-RETENIDO.
             MOVE WS-FECHA-NEGOCIO TO CRET-FECHA.
             MOVE "DUNNING" TO CRET-PROGRAMA.
             MOVE "C" TO CRET-TIPO.
             MOVE CUST-ID TO CRET-CUST-ID.
             MOVE CUST-NOMBRE TO CRET-NOMBRE.
             MOVE CUST-APELLIDOS TO CRET-APELLIDOS.
             MOVE CUST-CALLE TO CRET-CALLE.
             MOVE CUST-CIUDAD TO CRET-CIUDAD.
             MOVE CUST-CODPOSTAL TO CRET-CODPOSTAL.
             MOVE CUST-DIR-FECHA TO CRET-DIR-FECHA.
             MOVE CUST-DIR-MOTIVO TO CRET-DIR-MOTIVO.
             OPEN EXTEND CORR-RET-FILE.
             IF WS-CRET-STATUS = "35"
               OPEN OUTPUT CORR-RET-FILE
             END-IF.
             WRITE CORR-RET-REG.
             CLOSE CORR-RET-FILE.

      *    Each line goes, unchanged, to the document archive under
      *    the customer being chased and then to the channels the
      *    customer takes: the letters file, the e-delivery extract
      *    or both.
           GRABA-LINEA.
             MOVE "L" TO WS-DOC-ACCION.
             PERFORM LLAMA-DOCARCH.
             IF WS-ENVIA-ELEC = "Y"
               MOVE "L" TO WS-EDEL-ACCION
               PERFORM LLAMA-EDELIV
             END-IF.
             IF WS-ENVIA-PAPEL = "Y"
               WRITE DUN-LINEA
             END-IF.

           LLAMA-DOCARCH.
             CALL "DOCARCH" USING WS-DOC-ACCION WS-DOC-TIPO
                 WS-DOC-CLIENTE WS-DOC-CANAL DUN-LINEA
                 WS-DOC-RESULTADO.
             IF WS-DOC-RESULTADO = "N"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

      *    An extract that cannot be written stops the run after this
      *    customer, as an unarchived letter does.
           LLAMA-EDELIV.
             CALL "EDELIV" USING WS-EDEL-ACCION WS-DOC-TIPO
                 WS-DOC-CLIENTE WS-EDEL-EMAIL DUN-LINEA
                 WS-EDEL-RESULTADO.
             IF WS-EDEL-RESULTADO = "N"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           GRABA-AUDITORIA.
             MOVE "DUNNING" TO AUDIT-PROGRAMA.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "DUNCARTA.DAT" TO WS-ARCH-DUNCARTA.
             CALL "ENVNAME" USING WS-ARCH-DUNCARTA WS-AMBIENTE.
             MOVE "DUNORD.TMP" TO WS-ARCH-DUNORDTMP.
             CALL "ENVNAME" USING WS-ARCH-DUNORDTMP WS-AMBIENTE.
             MOVE "DUNPARM.DAT" TO WS-ARCH-DUNPARM.
             CALL "ENVNAME" USING WS-ARCH-DUNPARM WS-AMBIENTE.
             MOVE "ACUERDOS.DAT" TO WS-ARCH-ACUERDOS.
             CALL "ENVNAME" USING WS-ARCH-ACUERDOS WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "CORRRET.DAT" TO WS-ARCH-CORRRET.
             CALL "ENVNAME" USING WS-ARCH-CORRRET WS-AMBIENTE.

       END PROGRAM DUNNING.
