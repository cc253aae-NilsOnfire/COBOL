      *          correction fixes it at the keyboard instead of a
      *          2 a.m. PROVEEXC record. Accepted pairs are appended
      *          to the day file VARS consumes unattended, stamped
      *          with the entering operator. A customer written off
      *          as bad debt (CASTIGO) is flagged on entry and the
      *          pair only taken on the clerk's confirmation. A
      *          dormant customer is refused until reactivated
      *          through CUSTMAINT. A late correction can be
      *          value-dated back to the day it belonged to, inside
      *          the VALPARM.DAT limit (VALFECHA); a value date in a
      *          closed month is only taken under a SUP or ADM
      *          sign-on (OPERAUTH) by someone other than the
      *          keying operator, who is stamped on the pair as its
      *          approver and audited. The session's END audit record
      *          carries the pairs captured and rejected and the
      *          operator, for OPERRPT's workload figures.
      *          Each accepted pair is also memo-posted at once to
      *          MEMOBAL.DAT at its EUR amount, and the customer's
      *          position is shown on entry: ledger balance
      *          (CUSTBAL.DAT), today's memos, this pair and what is
      *          left of CUST-LIMITE. A pair VARS would park tonight
      *          under its own limit rule is refused at the desk; one
      *          that only takes the combined position over the limit
      *          is taken on the clerk's confirmation. MEMOPRUE
      *          proves and clears the memos once BALPOST has posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-FXRATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPTIONAL MEMO-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-MEMOBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  FX-RATE-FILE.
           COPY "FXRATES.cpy".

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  MEMO-BAL-FILE.
           COPY "MEMOBAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-FXRATES PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-MEMOBAL PIC X(30).
       01  WS-PARES-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-MEMO-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-FX-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-CAPTURADOS PIC 9(5) VALUE 0.
       01  WS-RECHAZADOS PIC 9(5) VALUE 0.
       01  WS-LISTADOS PIC 9(5) VALUE 0.
       01  WS-CONFIRMA PIC X.
       01  WS-EDIT-CASTIGO PIC -(8)9.99.
       01  WS-FECHA-VALOR PIC 9(8).
       01  WS-APROBADOR PIC X(10).
       01  WS-FV-RESULTADO PIC X.
       01  WS-FV-DIAS-MAX PIC 9(3).
       01  WS-SUP-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
      *    Intraday position: the pair in EUR at the business date's
      *    rate (as VARS will post it), the customer's limit (0 = no
      *    limit), the posted balance and today's memos.
       01  WS-TASA PIC 9(3)V9(6) VALUE 1.
       01  WS-EUR-1 PIC S9(6)V99.
       01  WS-EUR-2 PIC S9(6)V99.
       01  WS-IMPORTE-EUR PIC S9(9)V99 VALUE 0.
       01  WS-LIMITE PIC S9(9)V99 VALUE 0.
       01  WS-SALDO-LIBRO PIC S9(11)V99 VALUE 0.
       01  WS-MEMO-DIA PIC S9(11)V99 VALUE 0.
       01  WS-MEMO-MOVS PIC 9(5) VALUE 0.
       01  WS-POSICION PIC S9(11)V99 VALUE 0.
       01  WS-DISPONIBLE PIC S9(11)V99 VALUE 0.
       01  WS-EDIT-POS PIC -(11)9.99.
       01  WS-HORA PIC 9(8).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
           DISPLAY "PARES RECHAZADOS : " WS-RECHAZADOS.
           MOVE "END" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           STRING "CAPTURADOS " WS-CAPTURADOS " RECHAZADOS "
               WS-RECHAZADOS " POR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           STOP RUN.

             DISPLAY " ".
             DISPLAY "1. CAPTURAR UN PAR".
             DISPLAY "2. LISTAR EL ARCHIVO DEL DIA".
             DISPLAY "3. CONSULTAR LA POSICION DE UN CLIENTE".
             DISPLAY "S. SALIR".
             DISPLAY "SELECCIONE UNA OPCION: ".
             ACCEPT WS-OPCION.
                 PERFORM CAPTURA-PAR
               WHEN "2"
                 PERFORM LISTA-DIA
               WHEN "3"
                 PERFORM CONSULTA-POSICION
               WHEN "S"
               WHEN "s"
                 MOVE "Y" TO WS-SALIR
             IF WS-PAR-VALIDO = "Y"
               PERFORM PIDE-MONEDA
             END-IF.
             IF WS-PAR-VALIDO = "Y"
               PERFORM VERIFICA-POSICION
             END-IF.
             IF WS-PAR-VALIDO = "Y"
               PERFORM PIDE-FECHA-VALOR
             END-IF.
             IF WS-PAR-VALIDO = "Y"
               PERFORM GRABA-PAR
             ELSE
                     DISPLAY MSG-016
                     MOVE "N" TO WS-PAR-VALIDO
                   NOT INVALID KEY
                     MOVE CUST-LIMITE TO WS-LIMITE
                     IF CUST-ESTADO = "I" OR CUST-ESTADO = "P"
                         OR CUST-ESTADO = "F"
                         OR CUST-ESTADO = "X"
                       DISPLAY "EL CLIENTE " WS-CLIENTE-ID
                           " NO ESTA ACTIVO."
                       MOVE "N" TO WS-PAR-VALIDO
                     END-IF
                     IF CUST-ESTADO = "D"
                       DISPLAY "EL CLIENTE " WS-CLIENTE-ID
                           " ESTA DURMIENTE: REACTIVELO EN CUSTMAINT"
                           " ANTES DE CAPTURAR."
                       MOVE "N" TO WS-PAR-VALIDO
                     END-IF
                     IF WS-PAR-VALIDO = "Y"
                         AND CUST-CASTIGO-FECHA NOT = 0
                       PERFORM CONFIRMA-CASTIGADO
                     END-IF
                 END-READ
                 CLOSE CUSTOMER-MASTER
               END-IF
             END-IF.

      *    A written-off customer can still trade, but only with
      *    the clerk's eyes open: the debt was taken to expense.
           CONFIRMA-CASTIGADO.
             MOVE CUST-CASTIGO-IMPORTE TO WS-EDIT-CASTIGO.
             DISPLAY "*** AVISO: CLIENTE CASTIGADO POR INCOBRABLE EL "
                 CUST-CASTIGO-FECHA " (" WS-EDIT-CASTIGO "). ***".
             DISPLAY "CAPTURAR EL PAR DE TODOS MODOS (S/N): ".
             MOVE SPACE TO WS-CONFIRMA.
             ACCEPT WS-CONFIRMA.
             IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "PAR NO CAPTURADO."
               MOVE "N" TO WS-PAR-VALIDO
             END-IF.

           PIDE-MONEDA.
             DISPLAY "MONEDA (INTRO = EUR): ".
             MOVE SPACES TO WS-MONEDA.
             ACCEPT WS-MONEDA.
             MOVE 1 TO WS-TASA.
             IF WS-MONEDA NOT = SPACES AND WS-MONEDA NOT = "EUR"
               PERFORM VERIFICA-TASA-DIA
               IF WS-TASA-OK = "N"
               END-IF
             END-IF.

      *    A late correction carries the date it should have been
      *    on the balance; VARS posts it tonight all the same, and
      *    INTVALOR settles the interest for the days it missed.
           PIDE-FECHA-VALOR.
             MOVE 0 TO WS-FECHA-VALOR.
             MOVE SPACES TO WS-APROBADOR.
             DISPLAY "FECHA VALOR (YYYYMMDD, INTRO = FECHA DE"
                 " NEGOCIO): ".
             MOVE SPACES TO WS-ENTRADA.
             ACCEPT WS-ENTRADA.
             IF WS-ENTRADA NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                 DISPLAY MSG-027
                 MOVE "N" TO WS-PAR-VALIDO
               ELSE
                 COMPUTE WS-FECHA-VALOR = FUNCTION NUMVAL(WS-ENTRADA)
                 CALL "VALFECHA" USING WS-FECHA-VALOR
                     WS-FECHA-NEGOCIO WS-APROBADOR WS-FV-RESULTADO
                     WS-FV-DIAS-MAX
                 EVALUATE WS-FV-RESULTADO
                   WHEN "Y"
                     CONTINUE
                   WHEN "C"
                     PERFORM PIDE-APROBACION
                   WHEN OTHER
                     DISPLAY MSG-027 " (LIMITE " WS-FV-DIAS-MAX
                         " DIAS)"
                     MOVE "N" TO WS-PAR-VALIDO
                 END-EVALUATE
               END-IF
             END-IF.
             IF WS-FECHA-VALOR = WS-FECHA-NEGOCIO
               MOVE 0 TO WS-FECHA-VALOR
             END-IF.

      *    The month is closed: its accrual, snapshot and reports
      *    are done. Only a supervisor other than the clerk may
      *    reopen its balance, and the sign-off is audited.
           PIDE-APROBACION.
             DISPLAY "*** " MSG-028 " ***".
             DISPLAY "ID DEL SUPERVISOR QUE APRUEBA: ".
             MOVE SPACES TO WS-SUP-ID.
             ACCEPT WS-SUP-ID.
             DISPLAY "PIN: ".
             MOVE SPACES TO WS-PIN.
             ACCEPT WS-PIN.
             CALL "OPERAUTH" USING WS-SUP-ID WS-PIN
                 WS-AUTH-RESULTADO WS-AUTH-ROL.
             IF (WS-AUTH-RESULTADO NOT = "Y"
                 AND WS-AUTH-RESULTADO NOT = "G")
                 OR (WS-AUTH-ROL NOT = "SUP"
                   AND WS-AUTH-ROL NOT = "ADM")
               DISPLAY MSG-006
               DISPLAY "LA FECHA VALOR EN MES CERRADO REQUIERE ROL SUP"
                   " O ADM. PAR NO CAPTURADO."
               MOVE "N" TO WS-PAR-VALIDO
             ELSE
               IF WS-SUP-ID = WS-OPERADOR-ID
                 DISPLAY "EL APROBADOR NO PUEDE SER QUIEN CAPTURA EL"
                     " PAR. PAR NO CAPTURADO."
                 MOVE "N" TO WS-PAR-VALIDO
               ELSE
                 MOVE WS-SUP-ID TO WS-APROBADOR
                 MOVE "FVAL" TO AUDIT-EVENTO
                 MOVE SPACES TO AUDIT-DETALLE
                 STRING "FECHA VALOR " WS-FECHA-VALOR " CLIENTE "
                     WS-CLIENTE-ID " APROBADA POR " WS-APROBADOR
                     DELIMITED BY SIZE INTO AUDIT-DETALLE
                 PERFORM GRABA-AUDITORIA
               END-IF
             END-IF.

           VERIFICA-TASA-DIA.
             MOVE "N" TO WS-TASA-OK.
             OPEN INPUT FX-RATE-FILE.
                     IF FX-FECHA = WS-FECHA-NEGOCIO
                         AND FX-MONEDA = WS-MONEDA
                       MOVE "Y" TO WS-TASA-OK
                       MOVE FX-TASA TO WS-TASA
                     END-IF
                 END-READ
               END-PERFORM
               CALL "CHKDIGIT" USING WS-CLIENTE-ID WS-DIGITO-CALC
               MOVE WS-DIGITO-CALC TO PAIR-CUST-DV
               MOVE WS-OPERADOR-ID TO PAIR-OPERADOR
               MOVE WS-FECHA-VALOR TO PAIR-FECHA-VALOR
               MOVE WS-APROBADOR TO PAIR-APROBADOR
               WRITE VARS-PAIR-REG
               IF WS-PARES-STATUS = "00"
                 ADD 1 TO WS-CAPTURADOS
                 DISPLAY "PAR ACEPTADO (CLIENTE " WS-CLIENTE-ID ")."
                 PERFORM GRABA-MEMO
               ELSE
                 DISPLAY "*** ERROR ESCRIBIENDO EL PAR (STATUS "
                     WS-PARES-STATUS ") ***"
               CLOSE VARS-PAIRS-FILE
             END-IF.

      *    The pair is converted exactly as VARS will convert it
      *    tonight, each amount rounded at the day's rate, so the
      *    memo and the posting agree to the cent. The refusal
      *    mirrors VARS's own limit rule (posted balance plus the
      *    pair, or the day's pairs plus this one, over CUST-LIMITE):
      *    such a pair would only park in LIMITHLD.DAT. The group
      *    limit is still VARS's to apply at night.
           VERIFICA-POSICION.
             COMPUTE WS-EUR-1 ROUNDED = WS-NUM-1 * WS-TASA.
             COMPUTE WS-EUR-2 ROUNDED = WS-NUM-2 * WS-TASA.
             COMPUTE WS-IMPORTE-EUR = WS-EUR-1 + WS-EUR-2.
             PERFORM CALCULA-POSICION.
             PERFORM MUESTRA-POSICION.
             MOVE WS-IMPORTE-EUR TO WS-EDIT-POS.
             DISPLAY "ESTE PAR (EUR)             : " WS-EDIT-POS.
             IF WS-LIMITE NOT = 0
               IF WS-SALDO-LIBRO + WS-IMPORTE-EUR > WS-LIMITE
                   OR WS-MEMO-DIA + WS-IMPORTE-EUR > WS-LIMITE
                 DISPLAY "*** EL PAR SUPERA EL LIMITE DE CREDITO DEL"
                     " CLIENTE: VARS LO RETENDRIA ESTA NOCHE. PAR NO"
                     " CAPTURADO. ***"
                 MOVE "N" TO WS-PAR-VALIDO
               ELSE
                 IF WS-POSICION + WS-IMPORTE-EUR > WS-LIMITE
                   DISPLAY "*** AVISO: CON ESTE PAR LA POSICION DEL DIA"
                       " SUPERA EL LIMITE DE CREDITO. ***"
                   DISPLAY "CAPTURAR EL PAR DE TODOS MODOS (S/N): "
                   MOVE SPACE TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                     DISPLAY "PAR NO CAPTURADO."
                     MOVE "N" TO WS-PAR-VALIDO
                   END-IF
                 END-IF
               END-IF
             END-IF.

           CONSULTA-POSICION.
             DISPLAY "NUMERO DEL CLIENTE: ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE-ID
                 WS-ID-VERDICTO.
             IF WS-ID-VERDICTO = "N"
               DISPLAY MSG-022
             ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CUST-STATUS NOT = "00"
                 DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                     WS-CUST-STATUS ")."
               ELSE
                 MOVE WS-CLIENTE-ID TO CUST-ID
                 READ CUSTOMER-MASTER
                   INVALID KEY
                     DISPLAY MSG-016
                   NOT INVALID KEY
                     MOVE CUST-LIMITE TO WS-LIMITE
                     PERFORM CALCULA-POSICION
                     PERFORM MUESTRA-POSICION
                 END-READ
                 CLOSE CUSTOMER-MASTER
               END-IF
             END-IF.

      *    Ledger balance as BALPOST last left it, plus the memos
      *    keyed today for the customer (any session, any clerk).
           CALCULA-POSICION.
             MOVE 0 TO WS-SALDO-LIBRO.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               MOVE WS-CLIENTE-ID TO BAL-CUST-ID
               READ CUST-BAL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE BAL-SALDO TO WS-SALDO-LIBRO
               END-READ
               CLOSE CUST-BAL-FILE
             ELSE
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.
             MOVE 0 TO WS-MEMO-DIA.
             MOVE 0 TO WS-MEMO-MOVS.
             OPEN INPUT MEMO-BAL-FILE.
             IF WS-MEMO-STATUS = "00"
               PERFORM UNTIL WS-MEMO-STATUS = "10"
                 READ MEMO-BAL-FILE
                   AT END
                     MOVE "10" TO WS-MEMO-STATUS
                   NOT AT END
                     IF MEMO-FECHA = WS-FECHA-NEGOCIO
                         AND MEMO-CUST-ID = WS-CLIENTE-ID
                       ADD MEMO-IMPORTE TO WS-MEMO-DIA
                       ADD 1 TO WS-MEMO-MOVS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MEMO-BAL-FILE
             ELSE
               IF WS-MEMO-STATUS = "05"
                 CLOSE MEMO-BAL-FILE
               END-IF
             END-IF.
             COMPUTE WS-POSICION = WS-SALDO-LIBRO + WS-MEMO-DIA.
             COMPUTE WS-DISPONIBLE = WS-LIMITE - WS-POSICION.

           MUESTRA-POSICION.
             DISPLAY "--- POSICION DEL CLIENTE " WS-CLIENTE-ID " AL "
                 WS-FECHA-NEGOCIO " ---".
             MOVE WS-SALDO-LIBRO TO WS-EDIT-POS.
             DISPLAY "SALDO CONTABLE (CUSTBAL)   : " WS-EDIT-POS.
             MOVE WS-MEMO-DIA TO WS-EDIT-POS.
             DISPLAY "MEMOS DE HOY (" WS-MEMO-MOVS ")       : "
                 WS-EDIT-POS.
             MOVE WS-POSICION TO WS-EDIT-POS.
             DISPLAY "POSICION INTRADIA          : " WS-EDIT-POS.
             IF WS-LIMITE = 0
               DISPLAY "LIMITE DE CREDITO          : SIN LIMITE"
             ELSE
               MOVE WS-LIMITE TO WS-EDIT-POS
               DISPLAY "LIMITE DE CREDITO          : " WS-EDIT-POS
               MOVE WS-DISPONIBLE TO WS-EDIT-POS
               DISPLAY "DISPONIBLE                 : " WS-EDIT-POS
             END-IF.

      *    The memo goes in as soon as the pair is in VARSPAIR.DAT;
      *    a memo that fails to write leaves the pair captured (the
      *    night posts it regardless) but is said so on the screen.
           GRABA-MEMO.
             OPEN EXTEND MEMO-BAL-FILE.
             IF WS-MEMO-STATUS = "35"
               OPEN OUTPUT MEMO-BAL-FILE
             END-IF.
             IF WS-MEMO-STATUS NOT = "00" AND WS-MEMO-STATUS NOT = "05"
               DISPLAY "*** AVISO: NO SE PUDO ABRIR MEMOBAL.DAT"
                   " (STATUS " WS-MEMO-STATUS "): EL PAR NO CONSTA EN"
                   " LA POSICION INTRADIA ***"
             ELSE
               INITIALIZE MEMO-BAL-REG
               MOVE WS-FECHA-NEGOCIO TO MEMO-FECHA
               ACCEPT WS-HORA FROM TIME
               MOVE WS-HORA TO MEMO-HORA
               MOVE WS-CLIENTE-ID TO MEMO-CUST-ID
               MOVE WS-IMPORTE-EUR TO MEMO-IMPORTE
               MOVE WS-NUM-1 TO MEMO-NUM-1
               MOVE WS-NUM-2 TO MEMO-NUM-2
               MOVE WS-MONEDA TO MEMO-MONEDA
               MOVE WS-OPERADOR-ID TO MEMO-OPERADOR
               WRITE MEMO-BAL-REG
               IF WS-MEMO-STATUS NOT = "00"
                 DISPLAY "*** AVISO: ERROR ESCRIBIENDO EL MEMO"
                     " (STATUS " WS-MEMO-STATUS ") ***"
               END-IF
               CLOSE MEMO-BAL-FILE
             END-IF.

           LISTA-DIA.
             MOVE 0 TO WS-LISTADOS.
             OPEN INPUT VARS-PAIRS-FILE.
                     DISPLAY WS-LISTADOS ": " PAIR-NUM-1 " "
                         PAIR-NUM-2 " CLIENTE " PAIR-CUST-ID
                         " " PAIR-MONEDA " (" PAIR-OPERADOR ")"
                     IF PAIR-FECHA-VALOR IS NUMERIC
                         AND PAIR-FECHA-VALOR NOT = 0
                       DISPLAY "      FECHA VALOR " PAIR-FECHA-VALOR
                           " APROBADOR " PAIR-APROBADOR
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-PAIRS-FILE
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

             CALL "ENVNAME" USING WS-ARCH-FXRATES WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "MEMOBAL.DAT" TO WS-ARCH-MEMOBAL.
             CALL "ENVNAME" USING WS-ARCH-MEMOBAL WS-AMBIENTE.

       END PROGRAM VARSDESK.
