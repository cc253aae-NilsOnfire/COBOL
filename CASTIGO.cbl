      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off run. Requires a SUP or ADM
      *          sign-on through OPERAUTH (REFUND-style) and lists
      *          the write-off candidates: every CUSTBAL.DAT debit
      *          balance (net of today's unposted VARSLOG records)
      *          whose age since BAL-FECHA-ULT reaches the
      *          CASTPARM.DAT minimum (default 90 days, AGERPT's 90+
      *          bucket; no recorded movement counts as 90+) and
      *          whose customer has reached the dunning level minimum
      *          (default 3, the final letter). Customers merged
      *          away or under an active payment arrangement
      *          (ACUERDOS.DAT) are not offered. Candidates come
      *          oldest first, then highest letter level, each with
      *          an approve/reject decision. Each approved write-off
      *          posts a CREDIT ledger record for the balance into
      *          the day's VARSLOG generation with event "CASTIGO"
      *          (GLEXTRACT maps it through GLMAP.DAT to bad-debt
      *          expense; claimed in CTLTOTAL.DAT), stamps the
      *          master with the write-off date and amount so intake
      *          and VARSDESK warn on the customer, and appends the
      *          write-off to the CASTIGOS.DAT register CASTRPT
      *          lists for the auditors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL VARS-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-LEDGER-GEN-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPTIONAL GDG-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-VARSLOGGDGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDG-PARM-STATUS.
           SELECT OPTIONAL CAS-PARM-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CASTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL ACUERDO-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ACUERDOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACU-STATUS.
           SELECT CASTIGO-FILE ASSIGN TO DYNAMIC WS-ARCH-CASTIGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
           SELECT CTL-TOTAL-FILE ASSIGN TO DYNAMIC WS-ARCH-CTLTOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  VARS-LEDGER-FILE.
           COPY "VARSLOG.cpy".

       FD  GDG-PARM-FILE.
           COPY "GDGPARM.cpy".

      *One record: the minimum age in days of the balance and the
      *minimum dunning letter level for a write-off candidate.
       FD  CAS-PARM-FILE.
       01  CAS-PARM-REG.
           05  CAS-PARM-DIAS PIC 9(3).
           05  CAS-PARM-NIVEL PIC 9.

       FD  ACUERDO-FILE.
           COPY "ACUERDO.cpy".

       FD  CASTIGO-FILE.
           COPY "CASTIGO.cpy".

       FD  CTL-TOTAL-FILE.
           COPY "CTLTOTAL.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-VARSLOGGDGP PIC X(30).
       01  WS-ARCH-CASTPARM PIC X(30).
       01  WS-ARCH-ACUERDOS PIC X(30).
       01  WS-ARCH-CASTIGOS PIC X(30).
       01  WS-ARCH-CTLTOTAL PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-LEDGER-GEN-NOMBRE PIC X(30).
       01  WS-BAL-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-LEDGER-STATUS PIC XX.
       01  WS-GDG-PARM-STATUS PIC XX.
       01  WS-PARM-STATUS PIC XX.
       01  WS-ACU-STATUS PIC XX.
       01  WS-CAS-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12).
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "CASTIGO".
       01  WS-LOCKS-OK PIC X VALUE "Y".
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-HOY-ENTERO PIC 9(8).
       01  WS-ULT-ENTERO PIC 9(8).
       01  WS-DIAS-MIN PIC 9(3) VALUE 90.
       01  WS-NIVEL-MIN PIC 9 VALUE 3.
       01  WS-GDG-RETENCION PIC 99 VALUE 7.
       01  WS-GDG-BASE PIC X(8) VALUE "VARSLOG".
       01  WS-GDG-EXT PIC X(4) VALUE "DAT".
       01  WS-GDG-REC-LON PIC 9(4).
       01  WS-GDG-REC-FMT PIC X VALUE "F".
       01  WS-GEN-LISTA PIC X VALUE "N".
      *    Today's not-yet-posted ledger movement per customer: a
      *    write-off or payment earlier today already moved it.
       01  WS-PENDIENTES.
           05  WS-PEND-ENTRY OCCURS 500.
               10  WS-PEND-CUST PIC 9(6).
               10  WS-PEND-SUMA PIC S9(11)V99.
       01  WS-PEND-TOTAL PIC 999 VALUE 0.
       01  WS-PEND-IDX PIC 999.
       01  WS-PEND-HALLADO PIC X.
       01  WS-ACU-CLIENTES.
           05  WS-ACU-CLIENTE OCCURS 200 PIC 9(6).
       01  WS-ACU-TOTAL PIC 999 VALUE 0.
       01  WS-ACU-IDX PIC 999.
       01  WS-ACU-ACTIVO PIC X.
       01  WS-CANDIDATOS.
           05  WS-CAND-ENTRY OCCURS 200.
               10  WS-CAND-CUST PIC 9(6).
               10  WS-CAND-SALDO PIC S9(11)V99.
               10  WS-CAND-NOMBRE PIC X(15).
               10  WS-CAND-APELLIDOS PIC X(20).
      *        99999 = no recorded movement (90+ by AGERPT's rule).
               10  WS-CAND-DIAS PIC 9(5).
               10  WS-CAND-NIVEL PIC 9.
      *        "P" pendiente, "A" aprobado, "R" rechazado.
               10  WS-CAND-ESTADO PIC X.
       01  WS-CAND-AUX.
           05  WS-AUX-CUST PIC 9(6).
           05  WS-AUX-SALDO PIC S9(11)V99.
           05  WS-AUX-NOMBRE PIC X(15).
           05  WS-AUX-APELLIDOS PIC X(20).
           05  WS-AUX-DIAS PIC 9(5).
           05  WS-AUX-NIVEL PIC 9.
           05  WS-AUX-ESTADO PIC X.
       01  WS-CAND-TOTAL PIC 999 VALUE 0.
       01  WS-CAND-IDX PIC 999.
       01  WS-ORD-IDX PIC 999.
       01  WS-ORD-SIG PIC 999.
       01  WS-ORD-CAMBIO PIC X.
       01  WS-DESBORDADO PIC X VALUE "N".
       01  WS-SALDO-NETO PIC S9(11)V99.
       01  WS-DIAS PIC S9(5).
       01  WS-DECISION PIC X.
       01  WS-APROBADOS PIC 999 VALUE 0.
       01  WS-RECHAZADOS PIC 999 VALUE 0.
       01  WS-DEJADOS PIC 999 VALUE 0.
       01  WS-EMITIDOS PIC 9(6) VALUE 0.
       01  WS-SUMA-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-CAS-CHECKSUM PIC S9(14) VALUE 0.
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-DIAS PIC Z(4)9.
       01  WS-HUBO-ERROR PIC X VALUE "N".
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "===== CASTIGO DE SALDOS INCOBRABLES =====".
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
             DISPLAY "EL CASTIGO REQUIERE ROL SUP O ADM."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM ADQUIERE-CERROJOS.
           IF WS-LOCKS-OK = "N"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           PERFORM CARGA-PARAMETROS.
           PERFORM CARGA-ACUERDOS.
           PERFORM CARGA-PENDIENTES.
           PERFORM CARGA-CANDIDATOS.
           IF WS-DESBORDADO = "Y"
             DISPLAY "*** ERROR: MAS DE 200 CANDIDATOS A CASTIGO, 200"
                 " ACUERDOS ACTIVOS O 500 CLIENTES CON MOVIMIENTO"
                 " PENDIENTE. AMPLIE LAS TABLAS. ***"
             MOVE "Y" TO WS-HUBO-ERROR
           END-IF.
           IF WS-HUBO-ERROR = "N"
             IF WS-CAND-TOTAL = 0
               DISPLAY "NO HAY SALDOS DE " WS-DIAS-MIN
                   " DIAS O MAS CON NIVEL DE RECLAMACION "
                   WS-NIVEL-MIN " QUE CASTIGAR."
             ELSE
               PERFORM ORDENA-CANDIDATOS
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-TOTAL
                 PERFORM RESUELVE-CANDIDATO
               END-PERFORM
               IF WS-APROBADOS > 0
                 PERFORM EMITE-CASTIGOS
               END-IF
             END-IF
           END-IF.
           DISPLAY "APROBADOS   : " WS-APROBADOS.
           DISPLAY "RECHAZADOS  : " WS-RECHAZADOS.
           DISPLAY "PENDIENTES  : " WS-DEJADOS.
           IF WS-HUBO-ERROR = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE MSG-003 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             IF RETURN-CODE = 0
               MOVE 16 TO RETURN-CODE
             END-IF
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE WS-SUMA-TOTAL TO WS-EDIT-IMPORTE
             MOVE SPACES TO AUDIT-DETALLE
             STRING "CASTIGOS " WS-EMITIDOS " TOTAL "
                 WS-EDIT-IMPORTE " POR " WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           PERFORM LIBERA-CERROJOS.
           STOP RUN.

           CARGA-PARAMETROS.
             OPEN INPUT CAS-PARM-FILE.
             IF WS-PARM-STATUS = "00"
               READ CAS-PARM-FILE
                 NOT AT END
                   IF CAS-PARM-DIAS IS NUMERIC AND CAS-PARM-DIAS > 0
                     MOVE CAS-PARM-DIAS TO WS-DIAS-MIN
                   END-IF
                   IF CAS-PARM-NIVEL IS NUMERIC AND CAS-PARM-NIVEL > 0
                     MOVE CAS-PARM-NIVEL TO WS-NIVEL-MIN
                   END-IF
               END-READ
             END-IF.
             IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               CLOSE CAS-PARM-FILE
             END-IF.

      *    A customer paying to an active arrangement is not written
      *    off while the plan holds; ACUCHK breaks it if payments
      *    stop, and the balance comes back here.
           CARGA-ACUERDOS.
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
                         MOVE "Y" TO WS-DESBORDADO
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

           CARGA-PENDIENTES.
             MOVE SPACES TO WS-LEDGER-GEN-NOMBRE.
             STRING "VARSLOG.G" WS-FECHA-NEGOCIO ".DAT"
                 DELIMITED BY SIZE INTO WS-LEDGER-GEN-NOMBRE.
             CALL "ENVNAME" USING WS-LEDGER-GEN-NOMBRE WS-AMBIENTE.
             OPEN INPUT VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                 READ VARS-LEDGER-FILE
                   AT END
                     MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                     IF VARS-LOG-POSTED NOT = "Y"
                       PERFORM ACUMULA-PENDIENTE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE VARS-LEDGER-FILE
             ELSE
               IF WS-LEDGER-STATUS = "05"
                 CLOSE VARS-LEDGER-FILE
               END-IF
             END-IF.

           ACUMULA-PENDIENTE.
             MOVE "N" TO WS-PEND-HALLADO.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
                     OR WS-PEND-HALLADO = "Y"
               IF WS-PEND-CUST(WS-PEND-IDX) = VARS-LOG-CUST-ID
                 MOVE "Y" TO WS-PEND-HALLADO
                 ADD VARS-LOG-SUMA TO WS-PEND-SUMA(WS-PEND-IDX)
               END-IF
             END-PERFORM.
             IF WS-PEND-HALLADO = "N"
               IF WS-PEND-TOTAL < 500
                 ADD 1 TO WS-PEND-TOTAL
                 MOVE VARS-LOG-CUST-ID TO WS-PEND-CUST(WS-PEND-TOTAL)
                 MOVE VARS-LOG-SUMA TO WS-PEND-SUMA(WS-PEND-TOTAL)
               ELSE
                 MOVE "Y" TO WS-DESBORDADO
               END-IF
             END-IF.

           CARGA-CANDIDATOS.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO HAY MAESTRO DE CLIENTES"
                   " (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               PERFORM RECORRE-BALANCES
               CLOSE CUSTOMER-MASTER
             END-IF.

           RECORRE-BALANCES.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               PERFORM UNTIL WS-BAL-STATUS = "10"
                 READ CUST-BAL-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-BAL-STATUS
                   NOT AT END
                     PERFORM EVALUA-SALDO
                 END-READ
               END-PERFORM
               CLOSE CUST-BAL-FILE
             ELSE
               DISPLAY "SIN BALANCES DE CLIENTES (STATUS "
                   WS-BAL-STATUS ")."
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
               END-IF
             END-IF.

      *    Age as AGERPT buckets it: days since the last movement,
      *    a balance with none recorded is 90+.
           EVALUA-SALDO.
             MOVE BAL-SALDO TO WS-SALDO-NETO.
             PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-PEND-IDX > WS-PEND-TOTAL
               IF WS-PEND-CUST(WS-PEND-IDX) = BAL-CUST-ID
                 ADD WS-PEND-SUMA(WS-PEND-IDX) TO WS-SALDO-NETO
               END-IF
             END-PERFORM.
             IF WS-SALDO-NETO > 0
               IF BAL-FECHA-ULT = 0
                 MOVE 99999 TO WS-DIAS
               ELSE
                 COMPUTE WS-ULT-ENTERO =
                     FUNCTION INTEGER-OF-DATE(BAL-FECHA-ULT)
                 COMPUTE WS-DIAS = WS-HOY-ENTERO - WS-ULT-ENTERO
               END-IF
               IF WS-DIAS NOT < WS-DIAS-MIN
                 PERFORM AGREGA-CANDIDATO
               END-IF
             END-IF.

      *    A customer merged away (estado F) has had its position
      *    moved to the survivor; one missing from the master has
      *    nothing to stamp. Both are shown and left for the desk.
           AGREGA-CANDIDATO.
             MOVE BAL-CUST-ID TO CUST-ID.
             READ CUSTOMER-MASTER
               INVALID KEY
                 DISPLAY "*** SALDO DEUDOR DEL CLIENTE "
                     BAL-CUST-ID " SIN FICHA EN EL MAESTRO. SE"
                     " OMITE. ***"
               NOT INVALID KEY
                 IF CUST-ESTADO = "F"
                   DISPLAY "*** SALDO DEUDOR DEL CLIENTE "
                       BAL-CUST-ID " FUSIONADO. REVISE LA FUSION."
                       " ***"
                 ELSE
                   IF CUST-DUN-NIVEL NOT < WS-NIVEL-MIN
                     PERFORM BUSCA-ACUERDO
                     IF WS-ACU-ACTIVO = "Y"
                       DISPLAY "CLIENTE " BAL-CUST-ID
                           " EN ACUERDO DE PAGO: NO SE OFRECE."
                     ELSE
                       PERFORM GUARDA-CANDIDATO
                     END-IF
                   END-IF
                 END-IF
             END-READ.

           GUARDA-CANDIDATO.
             IF WS-CAND-TOTAL < 200
               ADD 1 TO WS-CAND-TOTAL
               MOVE BAL-CUST-ID TO WS-CAND-CUST(WS-CAND-TOTAL)
               MOVE WS-SALDO-NETO TO WS-CAND-SALDO(WS-CAND-TOTAL)
               MOVE CUST-NOMBRE TO WS-CAND-NOMBRE(WS-CAND-TOTAL)
               MOVE CUST-APELLIDOS TO WS-CAND-APELLIDOS(WS-CAND-TOTAL)
               MOVE WS-DIAS TO WS-CAND-DIAS(WS-CAND-TOTAL)
               MOVE CUST-DUN-NIVEL TO WS-CAND-NIVEL(WS-CAND-TOTAL)
               MOVE "P" TO WS-CAND-ESTADO(WS-CAND-TOTAL)
             ELSE
               MOVE "Y" TO WS-DESBORDADO
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

      *    Oldest balance first; on equal age the higher letter
      *    level first.
           ORDENA-CANDIDATOS.
             MOVE "Y" TO WS-ORD-CAMBIO.
             PERFORM UNTIL WS-ORD-CAMBIO = "N"
               MOVE "N" TO WS-ORD-CAMBIO
               PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX NOT < WS-CAND-TOTAL
                 COMPUTE WS-ORD-SIG = WS-ORD-IDX + 1
                 IF WS-CAND-DIAS(WS-ORD-SIG) > WS-CAND-DIAS(WS-ORD-IDX)
                     OR (WS-CAND-DIAS(WS-ORD-SIG)
                             = WS-CAND-DIAS(WS-ORD-IDX)
                         AND WS-CAND-NIVEL(WS-ORD-SIG)
                             > WS-CAND-NIVEL(WS-ORD-IDX))
                   MOVE WS-CAND-ENTRY(WS-ORD-IDX) TO WS-CAND-AUX
                   MOVE WS-CAND-ENTRY(WS-ORD-SIG)
                       TO WS-CAND-ENTRY(WS-ORD-IDX)
                   MOVE WS-CAND-AUX TO WS-CAND-ENTRY(WS-ORD-SIG)
                   MOVE "Y" TO WS-ORD-CAMBIO
                 END-IF
               END-PERFORM
             END-PERFORM.

           RESUELVE-CANDIDATO.
             MOVE WS-CAND-SALDO(WS-CAND-IDX) TO WS-EDIT-IMPORTE.
             DISPLAY " ".
             DISPLAY "CANDIDATO A CASTIGO " WS-CAND-IDX " DE "
                 WS-CAND-TOTAL ":".
             DISPLAY "  CLIENTE " WS-CAND-CUST(WS-CAND-IDX) " "
                 WS-CAND-NOMBRE(WS-CAND-IDX) " "
                 WS-CAND-APELLIDOS(WS-CAND-IDX).
             IF WS-CAND-DIAS(WS-CAND-IDX) = 99999
               DISPLAY "  ANTIGUEDAD: SIN MOVIMIENTO REGISTRADO"
                   "   NIVEL DE RECLAMACION: "
                   WS-CAND-NIVEL(WS-CAND-IDX)
             ELSE
               MOVE WS-CAND-DIAS(WS-CAND-IDX) TO WS-EDIT-DIAS
               DISPLAY "  ANTIGUEDAD: " WS-EDIT-DIAS " DIAS"
                   "   NIVEL DE RECLAMACION: "
                   WS-CAND-NIVEL(WS-CAND-IDX)
             END-IF.
             DISPLAY "  IMPORTE A CASTIGAR: " WS-EDIT-IMPORTE.
             DISPLAY "  A=APROBAR, R=RECHAZAR, INTRO=DEJAR: ".
             MOVE SPACE TO WS-DECISION.
             ACCEPT WS-DECISION.
             EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                 MOVE "A" TO WS-CAND-ESTADO(WS-CAND-IDX)
                 ADD 1 TO WS-APROBADOS
                 DISPLAY "  APROBADO."
               WHEN "R"
               WHEN "r"
                 MOVE "R" TO WS-CAND-ESTADO(WS-CAND-IDX)
                 ADD 1 TO WS-RECHAZADOS
                 DISPLAY "  RECHAZADO: EL SALDO SIGUE EN GESTION."
               WHEN OTHER
                 ADD 1 TO WS-DEJADOS
             END-EVALUATE.

      *    Ledger credit first, then the master stamp and the
      *    register entry, per write-off: a write-off whose credit
      *    failed is never marked as taken.
           EMITE-CASTIGOS.
             OPEN I-O CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE"
                   " CLIENTES (STATUS " WS-CUST-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-ERROR
             ELSE
               OPEN EXTEND CASTIGO-FILE
               IF WS-CAS-STATUS = "35"
                 OPEN OUTPUT CASTIGO-FILE
               END-IF
               IF WS-CAS-STATUS NOT = "00"
                 DISPLAY "*** ERROR: NO SE PUDO ABRIR CASTIGOS.DAT"
                     " (STATUS " WS-CAS-STATUS ") ***"
                 MOVE "Y" TO WS-HUBO-ERROR
               ELSE
                 PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                     UNTIL WS-CAND-IDX > WS-CAND-TOTAL
                         OR WS-HUBO-ERROR = "Y"
                   IF WS-CAND-ESTADO(WS-CAND-IDX) = "A"
                     PERFORM ESCRIBE-CREDITO-LEDGER
                     IF WS-HUBO-ERROR = "N"
                       PERFORM MARCA-CLIENTE
                       PERFORM ESCRIBE-REGISTRO-CASTIGO
                     END-IF
                   END-IF
                 END-PERFORM
                 CLOSE CASTIGO-FILE
               END-IF
               CLOSE CUSTOMER-MASTER
             END-IF.
             IF WS-EMITIDOS > 0
               PERFORM GRABA-CONTROL-TOTAL
             END-IF.

           ESCRIBE-CREDITO-LEDGER.
             IF WS-GEN-LISTA = "N"
               PERFORM PREPARA-GENERACION-LEDGER
             END-IF.
             OPEN EXTEND VARS-LEDGER-FILE.
             IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT VARS-LEDGER-FILE
             END-IF.
             MOVE WS-CAND-CUST(WS-CAND-IDX) TO VARS-LOG-CUST-ID.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA.
             MOVE WS-FECHA-NEGOCIO TO VARS-LOG-FECHA-VALOR.
             MOVE 0 TO VARS-LOG-ORIG-FECHA.
             MOVE 0 TO VARS-LOG-ORIG-SECUENCIA.
             ACCEPT VARS-LOG-HORA FROM TIME.
             COMPUTE VARS-LOG-NUM1 = 0 - WS-CAND-SALDO(WS-CAND-IDX).
             MOVE 0 TO VARS-LOG-NUM2.
             COMPUTE VARS-LOG-SUMA = 0 - WS-CAND-SALDO(WS-CAND-IDX).
             MOVE 0 TO VARS-LOG-RESTA.
             MOVE 0 TO VARS-LOG-MULT.
             MOVE "N" TO VARS-LOG-DIV-VALIDA.
             MOVE 0 TO VARS-LOG-DIV.
             MOVE "N" TO VARS-LOG-POSTED.
             MOVE "EUR" TO VARS-LOG-MONEDA.
             MOVE 1 TO VARS-LOG-TASA.
             MOVE VARS-LOG-SUMA TO VARS-LOG-SUMA-ORIG.
             MOVE "CASTIGO" TO VARS-LOG-EVENTO.
             WRITE VARS-LOG-REG.
             IF WS-LEDGER-STATUS = "00"
               ADD VARS-LOG-SUMA TO WS-CAS-CHECKSUM
             ELSE
               DISPLAY "*** ERROR ESCRIBIENDO EL CREDITO DEL"
                   " CLIENTE " WS-CAND-CUST(WS-CAND-IDX) " (STATUS "
                   WS-LEDGER-STATUS "). SE DETIENE EL CASTIGO. ***"
               MOVE "Y" TO WS-HUBO-ERROR
             END-IF.
             CLOSE VARS-LEDGER-FILE.

      *    The credit is already in the ledger: a master that cannot
      *    be stamped is reported for the desk, the run goes on.
           MARCA-CLIENTE.
             MOVE WS-CAND-CUST(WS-CAND-IDX) TO CUST-ID.
             READ CUSTOMER-MASTER
               INVALID KEY
                 DISPLAY "*** CLIENTE " WS-CAND-CUST(WS-CAND-IDX)
                     " NO ENCONTRADO AL MARCAR EL CASTIGO. ***"
               NOT INVALID KEY
                 MOVE WS-FECHA-NEGOCIO TO CUST-CASTIGO-FECHA
                 MOVE WS-CAND-SALDO(WS-CAND-IDX)
                     TO CUST-CASTIGO-IMPORTE
                 REWRITE CUST-MASTER-REC
                   INVALID KEY
                     DISPLAY "*** ERROR MARCANDO EL CASTIGO DEL"
                         " CLIENTE " CUST-ID " (STATUS "
                         WS-CUST-STATUS ") ***"
                 END-REWRITE
             END-READ.

           ESCRIBE-REGISTRO-CASTIGO.
             MOVE WS-FECHA-NEGOCIO TO CAS-FECHA.
             ACCEPT CAS-HORA FROM TIME.
             MOVE WS-CAND-CUST(WS-CAND-IDX) TO CAS-CUST-ID.
             MOVE WS-CAND-NOMBRE(WS-CAND-IDX) TO CAS-NOMBRE.
             MOVE WS-CAND-APELLIDOS(WS-CAND-IDX) TO CAS-APELLIDOS.
             MOVE WS-CAND-SALDO(WS-CAND-IDX) TO CAS-IMPORTE.
             MOVE WS-CAND-DIAS(WS-CAND-IDX) TO CAS-DIAS.
             MOVE WS-CAND-NIVEL(WS-CAND-IDX) TO CAS-NIVEL.
             MOVE WS-OPERADOR-ID TO CAS-APROBADOR.
             WRITE CASTIGO-REG.
             IF WS-CAS-STATUS NOT = "00"
               DISPLAY "*** ERROR ESCRIBIENDO EL REGISTRO DE CASTIGO"
                   " DEL CLIENTE " CAS-CUST-ID " (STATUS "
                   WS-CAS-STATUS ") ***"
             END-IF.
             ADD 1 TO WS-EMITIDOS.
             ADD CAS-IMPORTE TO WS-SUMA-TOTAL.
             MOVE CAS-IMPORTE TO WS-EDIT-IMPORTE.
             DISPLAY "CASTIGO CONTABILIZADO: CLIENTE " CAS-CUST-ID
                 " IMPORTE " WS-EDIT-IMPORTE.

           PREPARA-GENERACION-LEDGER.
             OPEN INPUT GDG-PARM-FILE.
             IF WS-GDG-PARM-STATUS = "00"
               READ GDG-PARM-FILE
                 NOT AT END
                   MOVE GDG-PARM-RETENCION TO WS-GDG-RETENCION
               END-READ
               CLOSE GDG-PARM-FILE
             END-IF.
             COMPUTE WS-GDG-REC-LON = FUNCTION LENGTH(VARS-LOG-REG).
             CALL "GDGROTATE" USING WS-GDG-BASE WS-GDG-EXT
                 WS-GDG-RETENCION WS-FECHA-NEGOCIO
                 WS-LEDGER-GEN-NOMBRE WS-GDG-REC-LON WS-GDG-REC-FMT.
             MOVE "Y" TO WS-GEN-LISTA.

           GRABA-CONTROL-TOTAL.
             MOVE "CASTIGO" TO CTL-PROGRAMA.
             MOVE 0 TO CTL-RUN-ID.
             MOVE "VARSLOG" TO CTL-ARCHIVO.
             CALL "BUSDATE" USING CTL-FECHA.
             ACCEPT CTL-HORA FROM TIME.
             MOVE WS-EMITIDOS TO CTL-REGISTROS.
             MOVE WS-CAS-CHECKSUM TO CTL-CHECKSUM.
             OPEN EXTEND CTL-TOTAL-FILE.
             IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-TOTAL-FILE
             END-IF.
             WRITE CTL-TOTAL-REG.
             CLOSE CTL-TOTAL-FILE.
             DISPLAY "=== CONTROL DE TOTALES: VARSLOG (CASTIGOS) ===".
             DISPLAY "REGISTROS ESCRITOS: " WS-EMITIDOS.
             DISPLAY "CHECKSUM (SUMA CREDITO): " WS-CAS-CHECKSUM.

           GRABA-AUDITORIA.
             MOVE "CASTIGO" TO AUDIT-PROGRAMA.
             MOVE WS-AMBIENTE TO AUDIT-AMBIENTE.
             MOVE 0 TO AUDIT-RUN-ID.
             CALL "BUSDATE" USING AUDIT-FECHA.
             ACCEPT AUDIT-HORA FROM TIME.
             OPEN EXTEND AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.


           ADQUIERE-CERROJOS.
             MOVE "VARSLOG" TO WS-LOCK-RECURSO
             PERFORM PIDE-CERROJO
             IF WS-LOCKS-OK = "Y"
               MOVE "CUSTMAST" TO WS-LOCK-RECURSO
               PERFORM PIDE-CERROJO
               IF WS-LOCKS-OK = "Y"
                 MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                 PERFORM PIDE-CERROJO
                 IF WS-LOCKS-OK = "Y"
                   MOVE "CTLTOTAL" TO WS-LOCK-RECURSO
                   PERFORM PIDE-CERROJO
                   IF WS-LOCKS-OK = "N"
                     MOVE "AUDITLOG" TO WS-LOCK-RECURSO
                     PERFORM SUELTA-CERROJO
                   END-IF
                 END-IF
                 IF WS-LOCKS-OK = "N"
                   MOVE "CUSTMAST" TO WS-LOCK-RECURSO
                   PERFORM SUELTA-CERROJO
                 END-IF
               END-IF
               IF WS-LOCKS-OK = "N"
                 MOVE "VARSLOG" TO WS-LOCK-RECURSO
                 PERFORM SUELTA-CERROJO
               END-IF
             END-IF.

           LIBERA-CERROJOS.
             MOVE "CTLTOTAL" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "AUDITLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "CUSTMAST" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.
             MOVE "VARSLOG" TO WS-LOCK-RECURSO.
             PERFORM SUELTA-CERROJO.

           PIDE-CERROJO.
             MOVE "A" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
             IF WS-LOCK-RESULTADO NOT = "Y"
               MOVE "N" TO WS-LOCKS-OK
             END-IF.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.


           RESUELVE-ARCHIVOS.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "VARSLOGGDGP.DAT" TO WS-ARCH-VARSLOGGDGP.
             CALL "ENVNAME" USING WS-ARCH-VARSLOGGDGP WS-AMBIENTE.
             MOVE "CASTPARM.DAT" TO WS-ARCH-CASTPARM.
             CALL "ENVNAME" USING WS-ARCH-CASTPARM WS-AMBIENTE.
             MOVE "ACUERDOS.DAT" TO WS-ARCH-ACUERDOS.
             CALL "ENVNAME" USING WS-ARCH-ACUERDOS WS-AMBIENTE.
             MOVE "CASTIGOS.DAT" TO WS-ARCH-CASTIGOS.
             CALL "ENVNAME" USING WS-ARCH-CASTIGOS WS-AMBIENTE.
             MOVE "CTLTOTAL.DAT" TO WS-ARCH-CTLTOTAL.
             CALL "ENVNAME" USING WS-ARCH-CTLTOTAL WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM CASTIGO.
