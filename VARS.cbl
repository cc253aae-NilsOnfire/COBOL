       01  WS-PARES-PARCADOS PIC 9(5) VALUE 0.
       01  WS-FECHA-GUARDIA PIC 9(8).
       01  WS-DIA-CERRADO PIC X.
      *    Group credit control: every child link on the master,
      *    loaded once per run. A customer in a group (a child, or a
      *    parent with children) is also tested against the parent's
      *    CUST-LIMITE over the whole group's exposure; a parent with
      *    a zero limit sets no group limit.
       01  WS-GRUPOS.
           05  WS-GRP-ENTRY OCCURS 2000.
               10  WS-GRP-HIJO PIC 9(6).
               10  WS-GRP-PADRE PIC 9(6).
       01  WS-GRP-TOTAL PIC 9(4) VALUE 0.
       01  WS-GRP-IDX PIC 9(4).
       01  WS-GRP-DESBORDADO PIC X VALUE "N".
       01  WS-GRUPO-ID PIC 9(6) VALUE 0.
       01  WS-LIMITE-GRUPO PIC S9(9)V99 VALUE 0.
       01  WS-GRP-HIJOS PIC 9(4).
       01  WS-MIEMBRO-ID PIC 9(6).
       01  WS-SALDO-GRUPO PIC S9(11)V99.
       01  WS-DIA-GRUPO PIC S9(11)V99.
       01  WS-LIMITE-RETENCION PIC S9(9)V99.
       01  WS-TIPO-RETENCION PIC X(9).
      *    Value date of the pair being posted (0 = business date)
      *    and the VALFECHA verdict on it.
       01  WS-FECHA-VALOR PIC 9(8) VALUE 0.
       01  WS-FV-RESULTADO PIC X.
       01  WS-FV-DIAS-MAX PIC 9(3).
       01  WS-PARES-VALOR PIC 9(5) VALUE 0.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CARGA-GRUPOS.
           IF WS-GRP-DESBORDADO = "Y"
             DISPLAY "*** MAS DE 2000 CLIENTES CON GRUPO: EL LIMITE DE"
                 " GRUPO NO SE PUEDE CONTROLAR. AMPLIAR LA TABLA. ***"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "TABLA DE GRUPOS DESBORDADA" TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             PERFORM LIBERA-CERROJOS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "Hello world".
           DISPLAY SALUDO.
           DISPLAY CADENA.
                       PERFORM GRABA-AUDITORIA
                       MOVE "Y" TO WS-HUBO-ERROR
                     ELSE
                       PERFORM VERIFICA-FECHA-VALOR
                     END-IF
                     IF WS-CLIENTE-VALIDO = "Y"
                         AND WS-FV-RESULTADO = "Y"
                       MOVE PAIR-NUM-1 TO NUM-1
                       MOVE PAIR-NUM-2 TO NUM-2
                       MOVE PAIR-MONEDA TO WS-MONEDA
               PERFORM ESCRIBE-TOTALES-LOTE
               CLOSE VARS-BATCH-REPORT
               DISPLAY "PARES PROCESADOS: " WS-FILAS-LOTE
               DISPLAY "CON FECHA VALOR : " WS-PARES-VALOR
             END-IF.

      *    A back-valued pair posts on the business date like any
      *    other, but only inside the VALPARM.DAT limit, and into a
      *    closed month only with the SUP/ADM approver VARSDESK
      *    stamped on it. A hand-built line without a value date is
      *    the business date.
           VERIFICA-FECHA-VALOR.
             IF PAIR-FECHA-VALOR IS NUMERIC
               MOVE PAIR-FECHA-VALOR TO WS-FECHA-VALOR
             ELSE
               MOVE 0 TO WS-FECHA-VALOR
               IF PAIR-FECHA-VALOR NOT = SPACES
                 MOVE 99999999 TO WS-FECHA-VALOR
               END-IF
             END-IF.
             CALL "VALFECHA" USING WS-FECHA-VALOR WS-FECHA-GUARDIA
                 PAIR-APROBADOR WS-FV-RESULTADO WS-FV-DIAS-MAX.
             IF WS-FV-RESULTADO = "Y"
               IF WS-FECHA-VALOR = WS-FECHA-GUARDIA
                 MOVE 0 TO WS-FECHA-VALOR
               END-IF
             ELSE
               MOVE "ERROR" TO AUDIT-EVENTO
               IF WS-FV-RESULTADO = "C"
                 DISPLAY MSG-028 " (CLIENTE " WS-CLIENTE-ID ")"
                 MOVE MSG-028 TO AUDIT-DETALLE
               ELSE
                 DISPLAY MSG-027 " (CLIENTE " WS-CLIENTE-ID
                     ", LIMITE " WS-FV-DIAS-MAX " DIAS)"
                 MOVE MSG-027 TO AUDIT-DETALLE
               END-IF
               PERFORM GRABA-AUDITORIA
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.

           ACUMULA-LOTE.
      *    when the posted balance plus this SUMA, or the day's
      *    accumulated SUMA plus this one, would pass CUST-LIMITE:
      *    it parks in LIMITHLD.DAT for supervisor release (LIMITREL)
      *    instead of reaching the ledger. A pair that passes its own
      *    limit is then held to the group limit the same way, over
      *    the posted balances and day's SUMA of the whole group.
           VERIFICA-LIMITE.
             MOVE "Y" TO WS-LIMITE-OK.
             MOVE WS-LIMITE TO WS-LIMITE-RETENCION.
             MOVE "LIMITE" TO WS-TIPO-RETENCION.
             IF WS-LIMITE NOT = 0
               PERFORM LEE-SALDO-POSTEADO
               COMPUTE WS-PROYECTADO = WS-SALDO-POSTEADO + SUMA
                 END-IF
               END-PERFORM
             END-IF.
             IF WS-LIMITE-OK = "Y" AND WS-GRUPO-ID NOT = 0
                 AND WS-LIMITE-GRUPO NOT = 0
               PERFORM VERIFICA-LIMITE-GRUPO
             END-IF.

           VERIFICA-LIMITE-GRUPO.
             MOVE 0 TO WS-SALDO-GRUPO.
             MOVE 0 TO WS-DIA-GRUPO.
             OPEN INPUT CUST-BAL-FILE.
             MOVE WS-GRUPO-ID TO WS-MIEMBRO-ID.
             PERFORM ACUMULA-MIEMBRO.
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > WS-GRP-TOTAL
               IF WS-GRP-PADRE(WS-GRP-IDX) = WS-GRUPO-ID
                 MOVE WS-GRP-HIJO(WS-GRP-IDX) TO WS-MIEMBRO-ID
                 PERFORM ACUMULA-MIEMBRO
               END-IF
             END-PERFORM.
             IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "05"
                 OR WS-BAL-STATUS = "23"
               CLOSE CUST-BAL-FILE
             END-IF.
             IF WS-SALDO-GRUPO + SUMA > WS-LIMITE-GRUPO
               MOVE "N" TO WS-LIMITE-OK
               COMPUTE WS-PROYECTADO = WS-SALDO-GRUPO + SUMA
             END-IF.
             IF WS-DIA-GRUPO + SUMA > WS-LIMITE-GRUPO
               MOVE "N" TO WS-LIMITE-OK
               COMPUTE WS-PROYECTADO = WS-DIA-GRUPO + SUMA
             END-IF.
             IF WS-LIMITE-OK = "N"
               MOVE WS-LIMITE-GRUPO TO WS-LIMITE-RETENCION
               MOVE "LIMGRUPO" TO WS-TIPO-RETENCION
             END-IF.

      *    CUSTBAL is opened once by the caller for the whole group;
      *    a member with no balance record yet adds nothing.
           ACUMULA-MIEMBRO.
             IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "23"
               MOVE WS-MIEMBRO-ID TO BAL-CUST-ID
               READ CUST-BAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD BAL-SALDO TO WS-SALDO-GRUPO
               END-READ
             END-IF.
             PERFORM VARYING WS-DIA-IDX FROM 1 BY 1
                 UNTIL WS-DIA-IDX > WS-DIA-TOTAL
               IF WS-DIA-CUST(WS-DIA-IDX) = WS-MIEMBRO-ID
                 ADD WS-DIA-SUMA(WS-DIA-IDX) TO WS-DIA-GRUPO
               END-IF
             END-PERFORM.

           LEE-SALDO-POSTEADO.
             MOVE 0 TO WS-SALDO-POSTEADO.

           PARCA-POR-LIMITE.
             ADD 1 TO WS-PARES-PARCADOS.
             IF WS-TIPO-RETENCION = "LIMGRUPO"
               DISPLAY "*** LIMITE DE CREDITO DEL GRUPO " WS-GRUPO-ID
                   " SUPERADO PARA EL CLIENTE " WS-CLIENTE-ID
                   ": EL PAR QUEDA RETENIDO PARA LIBERACION DE"
                   " SUPERVISOR. ***"
             ELSE
               DISPLAY "*** LIMITE DE CREDITO SUPERADO PARA EL"
                   " CLIENTE " WS-CLIENTE-ID ": EL PAR QUEDA RETENIDO"
                   " PARA LIBERACION DE SUPERVISOR. ***"
             END-IF.
             OPEN EXTEND LIMIT-EXC-FILE.
             IF WS-LEXC-STATUS = "35"
               OPEN OUTPUT LIMIT-EXC-FILE
             END-IF.
             MOVE WS-CLIENTE-ID TO HELD-CUST-ID.
             MOVE WS-PROYECTADO TO HELD-PROYECTADO.
             MOVE WS-LIMITE-RETENCION TO HELD-LIMITE.
             MOVE SPACES TO HELD-PAR-IMAGEN.
      *    In batch the read line, entering-operator stamp included,
      *    is still sitting in VARS-PAIR-REG: keep the stamp through
               MOVE PAIR-OPERADOR TO WS-OPERADOR-PAR
             ELSE
               MOVE SPACES TO WS-OPERADOR-PAR
               MOVE 0 TO PAIR-FECHA-VALOR
               MOVE SPACES TO PAIR-APROBADOR
             END-IF.
             MOVE WS-NUM-1-ORIG TO PAIR-NUM-1.
             MOVE WS-NUM-2-ORIG TO PAIR-NUM-2.
           VALIDA-CLIENTE.
             MOVE "N" TO WS-CLIENTE-VALIDO.
             MOVE 0 TO WS-LIMITE.
             MOVE 0 TO WS-GRUPO-ID.
             MOVE 0 TO WS-LIMITE-GRUPO.
             IF WS-CLIENTE-ID NOT = 0
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS = "00"
                     ELSE
                       MOVE "Y" TO WS-CLIENTE-VALIDO
                       MOVE CUST-LIMITE TO WS-LIMITE
                       PERFORM PREPARA-GRUPO
                     END-IF
                 END-READ
                 CLOSE CUSTOMER-MASTER
                         " SUPERVIVIENTE " WS-CLIENTE-ID "."
                     MOVE "Y" TO WS-CLIENTE-VALIDO
                     MOVE CUST-LIMITE TO WS-LIMITE
                     PERFORM PREPARA-GRUPO
                   END-IF
               END-READ
             ELSE
                   " MERGXREF.DAT. NO SE ATRIBUYE. ***"
             END-IF.

      *    Called with the attributed customer's record in the
      *    buffer and the master open: a child takes its parent's
      *    limit as the group limit, a parent with children its own.
           PREPARA-GRUPO.
             IF CUST-PADRE NOT = 0
               MOVE CUST-PADRE TO WS-GRUPO-ID
               MOVE CUST-PADRE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   MOVE 0 TO WS-GRUPO-ID
                 NOT INVALID KEY
                   MOVE CUST-LIMITE TO WS-LIMITE-GRUPO
               END-READ
             ELSE
               MOVE 0 TO WS-GRP-HIJOS
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                 IF WS-GRP-PADRE(WS-GRP-IDX) = CUST-ID
                   ADD 1 TO WS-GRP-HIJOS
                 END-IF
               END-PERFORM
               IF WS-GRP-HIJOS > 0
                 MOVE CUST-ID TO WS-GRUPO-ID
                 MOVE CUST-LIMITE TO WS-LIMITE-GRUPO
               END-IF
             END-IF.

      *    Children merged away or anonymised are no longer part of
      *    any group's exposure.
           CARGA-GRUPOS.
             MOVE 0 TO WS-GRP-TOTAL.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS = "00"
               PERFORM UNTIL WS-CUST-STATUS = "10"
                 READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                     MOVE "10" TO WS-CUST-STATUS
                   NOT AT END
                     IF CUST-PADRE NOT = 0
                         AND CUST-ESTADO NOT = "F"
                         AND CUST-ESTADO NOT = "X"
                       IF WS-GRP-TOTAL < 2000
                         ADD 1 TO WS-GRP-TOTAL
                         MOVE CUST-ID TO WS-GRP-HIJO(WS-GRP-TOTAL)
                         MOVE CUST-PADRE TO WS-GRP-PADRE(WS-GRP-TOTAL)
                       ELSE
                         MOVE "Y" TO WS-GRP-DESBORDADO
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
             END-IF.

           PREPARA-GENERACION-LEDGER.
             OPEN INPUT GDG-PARM-FILE.
             IF WS-GDG-PARM-STATUS = "00"
             END-IF.
             MOVE WS-CLIENTE-ID TO VARS-LOG-CUST-ID.
             MOVE WS-GDG-FECHA TO VARS-LOG-FECHA.
             IF WS-FECHA-VALOR = 0
               MOVE WS-GDG-FECHA TO VARS-LOG-FECHA-VALOR
             ELSE
               MOVE WS-FECHA-VALOR TO VARS-LOG-FECHA-VALOR
               ADD 1 TO WS-PARES-VALOR
             END-IF.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             MOVE WS-NUM-1-ORIG TO VARS-LOG-NUM1.
             MOVE WS-NUM-2-ORIG TO VARS-LOG-NUM2.
             END-IF.
             MOVE WS-TASA TO VARS-LOG-TASA.
             MOVE WS-SUMA-ORIG TO VARS-LOG-SUMA-ORIG.
             MOVE SPACES TO VARS-LOG-EVENTO.
             MOVE SUMA TO VARS-LOG-SUMA.
             MOVE RESTA TO VARS-LOG-RESTA.
             MOVE MULT TO VARS-LOG-MULT.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

