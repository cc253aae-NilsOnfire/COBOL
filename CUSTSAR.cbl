      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subject-access request extract: everything we hold
      *          on one customer, in one readable file to hand over.
      *          The operator signs on through OPERAUTH (any role; the
      *          register must name who ran it), then gives the
      *          CUST-ID (verified through CUSTIDVF), the request
      *          reference and the date the request was received.
      *          The extract, SARnnnnnn.DAT, covers the CUSTMAST.DAT
      *          record, the full CUSTHIST.DAT change trail with both
      *          images, every TXNHIST.DAT transaction, the CUSTBAL
      *          balance and the BALSNAP.DAT month-end snapshots, the
      *          current billing feed lines and the billing system's
      *          responses, disputes, archived statements and dunning
      *          letters (with the dunning state), the HR export
      *          state, and every suspense, held-pair, watch-list and
      *          exception entry naming the customer. An anonymised
      *          customer gets the masked data we still hold. Each
      *          extract is registered in SARREG.DAT with the
      *          operator, the reference and the legal deadline (30
      *          days from receipt) and whether it was met, and
      *          audited as event "SAR". A source file that exists
      *          but cannot be read marks the extract INCOMPLETO
      *          (RC 8): it must be repeated before it is sent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO DYNAMIC WS-ARCH-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-APELLIDOS
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL CUST-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-HIST-CLAVE
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL TXN-HIST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-HIST-CLAVE
               FILE STATUS IS WS-TXN-STATUS.
           SELECT OPTIONAL CUST-BAL-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPTIONAL BAL-SNAP-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BALSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-SNAP-CLAVE
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT OPTIONAL BILL-FEED-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BILLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT OPTIONAL BILL-RTRN-FILE ASSIGN TO DYNAMIC
               WS-ARCH-BILLRTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DISPUTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT OPTIONAL DOC-ARCH-FILE ASSIGN TO DYNAMIC
               WS-ARCH-DOCARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-ARCH-CLAVE
               FILE STATUS IS WS-DOC-STATUS.
           SELECT OPTIONAL HR-STATE-FILE ASSIGN TO DYNAMIC
               WS-ARCH-HRSTATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRST-CUST-ID
               FILE STATUS IS WS-STATE-STATUS.
           SELECT OPTIONAL HR-EXPORT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-HREXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.
           SELECT OPTIONAL CUST-SUSP-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CUSTSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL LIMIT-HELD-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LIMITHLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT OPTIONAL LISTA-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LISTAEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEXC-STATUS.
           SELECT OPTIONAL EXC-FILE ASSIGN TO DYNAMIC WS-ARCH-EXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL CLV-EXC-FILE ASSIGN TO DYNAMIC
               WS-ARCH-CLVEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLV-STATUS.
           SELECT SAR-REPORT ASSIGN TO DYNAMIC WS-ARCH-SAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL SAR-REG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-SARREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SARREG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "CUSTMAST.cpy".

       FD  CUST-HIST-FILE.
           COPY "CUSTHIST.cpy".

       FD  TXN-HIST-FILE.
           COPY "TXNHIST.cpy".

       FD  CUST-BAL-FILE.
           COPY "CUSTBAL.cpy".

       FD  BAL-SNAP-FILE.
           COPY "BALSNAP.cpy".

       FD  BILL-FEED-FILE.
           COPY "BILLFEED.cpy".

       FD  BILL-RTRN-FILE.
           COPY "BILLRTRN.cpy".

       FD  DISPUTE-FILE.
           COPY "DISPUTE.cpy".

       FD  DOC-ARCH-FILE.
           COPY "DOCARCH.cpy".

       FD  HR-STATE-FILE.
           COPY "HRSTATE.cpy".

       FD  HR-EXPORT-FILE.
           COPY "HREXPORT.cpy".

       FD  CUST-SUSP-FILE.
           COPY "CUSTSUSP.cpy".

       FD  LIMIT-HELD-FILE.
           COPY "LIMITHLD.cpy".

       FD  LISTA-EXC-FILE.
           COPY "LISTAEXC.cpy".

      *    The exception files in BILLEXC shape, one at a time.
       FD  EXC-FILE.
           COPY "BILLEXC.cpy"
               REPLACING BILL-EXC-REG BY EXC-REG
                         BILL-EXC-ARCHIVO BY EXC-ARCHIVO
                         BILL-EXC-TIPO BY EXC-TIPO
                         BILL-EXC-CLAVE BY EXC-CLAVE
                         BILL-EXC-MOTIVO BY EXC-MOTIVO
                         BILL-EXC-SECUENCIA BY EXC-SECUENCIA.

      *    ... and those in the shorter PURGEXC/PROVEEXC shape.
       FD  CLV-EXC-FILE.
           COPY "PURGEXC.cpy"
               REPLACING PURG-EXC-REG BY CLV-EXC-REG
                         PURG-EXC-ARCHIVO BY CLV-EXC-ARCHIVO
                         PURG-EXC-TIPO BY CLV-EXC-TIPO
                         PURG-EXC-CLAVE BY CLV-EXC-CLAVE.

       FD  SAR-REPORT.
       01  SAR-LINEA PIC X(132).

       FD  SAR-REG-FILE.
           COPY "SARREG.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-CUSTMAST PIC X(30).
       01  WS-ARCH-CUSTHIST PIC X(30).
       01  WS-ARCH-TXNHIST PIC X(30).
       01  WS-ARCH-CUSTBAL PIC X(30).
       01  WS-ARCH-BALSNAP PIC X(30).
       01  WS-ARCH-BILLFEED PIC X(30).
       01  WS-ARCH-BILLRTRN PIC X(30).
       01  WS-ARCH-DISPUTES PIC X(30).
       01  WS-ARCH-DOCARCH PIC X(30).
       01  WS-ARCH-HRSTATE PIC X(30).
       01  WS-ARCH-HREXPORT PIC X(30).
       01  WS-ARCH-CUSTSUSP PIC X(30).
       01  WS-ARCH-LIMITHLD PIC X(30).
       01  WS-ARCH-LISTAEXC PIC X(30).
       01  WS-ARCH-EXC PIC X(30).
       01  WS-ARCH-CLVEXC PIC X(30).
       01  WS-ARCH-SAR PIC X(30).
       01  WS-ARCH-SARREG PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-CUST-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-TXN-STATUS PIC XX.
       01  WS-BAL-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-BILL-STATUS PIC XX.
       01  WS-RTRN-STATUS PIC XX.
       01  WS-DSP-STATUS PIC XX.
       01  WS-DOC-STATUS PIC XX.
       01  WS-STATE-STATUS PIC XX.
       01  WS-HR-STATUS PIC XX.
       01  WS-SUSP-STATUS PIC XX.
       01  WS-HELD-STATUS PIC XX.
       01  WS-LEXC-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-CLV-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-SARREG-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
      *    Exception files whose key is the CUST-ID, by shape.
       01  WS-EXC-NOMBRES.
           05  FILLER PIC X(12) VALUE "BILLEXC.DAT".
           05  FILLER PIC X(12) VALUE "CASHEXC.DAT".
           05  FILLER PIC X(12) VALUE "EDELEXC.DAT".
           05  FILLER PIC X(12) VALUE "HREXC.DAT".
           05  FILLER PIC X(12) VALUE "DDCOEXC.DAT".
           05  FILLER PIC X(12) VALUE "DDDVEXC.DAT".
       01  WS-EXC-TABLA REDEFINES WS-EXC-NOMBRES.
           05  WS-EXC-NOMBRE PIC X(12) OCCURS 6.
       01  WS-EXC-TOTAL PIC 9 VALUE 6.
       01  WS-CLV-NOMBRES.
           05  FILLER PIC X(12) VALUE "PURGEXC.DAT".
           05  FILLER PIC X(12) VALUE "INTGEXC.DAT".
           05  FILLER PIC X(12) VALUE "LIMITEXC.DAT".
       01  WS-CLV-TABLA REDEFINES WS-CLV-NOMBRES.
           05  WS-CLV-NOMBRE PIC X(12) OCCURS 3.
       01  WS-CLV-TOTAL PIC 9 VALUE 3.
       01  WS-ARCH-IDX PIC 9.
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-PIN PIC X(4).
       01  WS-AUTH-RESULTADO PIC X.
       01  WS-AUTH-ROL PIC X(3).
       01  WS-SALIR PIC X VALUE "N".
       01  WS-ID-ENTRADA PIC X(8).
       01  WS-ID-VERDICTO PIC X.
       01  WS-CLIENTE PIC 9(6).
       01  WS-ENCONTRADO PIC X.
       01  WS-REFERENCIA PIC X(20).
       01  WS-RECIBIDA-ENTRADA PIC X(8).
       01  WS-RECIBIDA PIC 9(8).
       01  WS-RECIBIDA-R REDEFINES WS-RECIBIDA.
           05  WS-REC-AAAA PIC 9(4).
           05  WS-REC-MM   PIC 99.
           05  WS-REC-DD   PIC 99.
       01  WS-FECHA-NEGOCIO PIC 9(8).
      *    Statutory answer period, in calendar days from receipt.
       01  WS-PLAZO-DIAS PIC 9(3) VALUE 30.
       01  WS-LIMITE PIC 9(8).
       01  WS-EN-PLAZO PIC X.
       01  WS-INCOMPLETO PIC X.
       01  WS-LINEAS PIC 9(6).
       01  WS-SECCION PIC 9(5).
       01  WS-EXTRACTOS PIC 9(5) VALUE 0.
       01  WS-HUBO-INCOMPLETO PIC X VALUE "N".
       01  WS-FUENTE PIC X(12).
       01  WS-DOC-ACTUAL.
           05  WS-DOC-TIPO PIC X.
           05  WS-DOC-FECHA PIC 9(8).
           05  WS-DOC-RUN-ID PIC 9(6).
           05  WS-DOC-HORA PIC 9(8).
       01  WS-DOC-LINEAS PIC 9(4).
       01  WS-DOC-TEXTO PIC X(100).
       01  WS-DOC-DESCRIPCION PIC X(17).
      *    Display copies of the packed master fields.
       01  WS-D-CUST-ID PIC 9(6).
       01  WS-D-FECHA-NAC PIC 9(8).
       01  WS-D-FECHA-ALTA PIC 9(8).
       01  WS-D-FECHA-DIR PIC 9(8).
       01  WS-D-DUN-FECHA PIC 9(8).
       01  WS-D-CASTIGO-FECHA PIC 9(8).
       01  WS-D-PADRE PIC 9(6).
       01  WS-D-HORA PIC 9(8).
       01  WS-D-FECHA PIC 9(8).
       01  WS-D-MOVIMIENTOS PIC 9(7).
       01  WS-EDIT-IMPORTE PIC -(10)9.99.
       01  WS-EDIT-IMPORTE2 PIC -(10)9.99.
       01  WS-EDIT-IMPORTE3 PIC -(10)9.99.
       01  WS-EDIT-SALDO PIC -(12)9.99.
       01  WS-EDIT-TASA PIC ZZ9.9(6).
       01  WS-EDIT-CUENTA PIC Z(5)9.
       01  WS-EDIT-LINEAS PIC Z(5)9.
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "==== DERECHO DE ACCESO: EXTRACTO DEL CLIENTE ====".
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "ID DEL OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN.
           CALL "OPERAUTH" USING WS-OPERADOR-ID WS-PIN
               WS-AUTH-RESULTADO WS-AUTH-ROL.
           IF WS-AUTH-RESULTADO NOT = "Y"
               AND WS-AUTH-RESULTADO NOT = "G"
             DISPLAY MSG-006
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           PERFORM UNTIL WS-SALIR = "Y"
             PERFORM TRATA-PETICION
           END-PERFORM.
           DISPLAY "EXTRACTOS GENERADOS: " WS-EXTRACTOS.
           IF WS-HUBO-INCOMPLETO = "Y"
             MOVE "ERROR" TO AUDIT-EVENTO
             MOVE "EXTRACTO INCOMPLETO: FUENTE ILEGIBLE"
                 TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             PERFORM GRABA-AUDITORIA
           END-IF.
           STOP RUN.

           TRATA-PETICION.
             DISPLAY " ".
             DISPLAY "NUMERO DEL CLIENTE SOLICITANTE"
                 " (INTRO = TERMINAR): ".
             MOVE SPACES TO WS-ID-ENTRADA.
             ACCEPT WS-ID-ENTRADA.
             IF WS-ID-ENTRADA = SPACES
               MOVE "Y" TO WS-SALIR
             ELSE
               CALL "CUSTIDVF" USING WS-ID-ENTRADA WS-CLIENTE
                   WS-ID-VERDICTO
               IF WS-ID-VERDICTO = "N"
                 DISPLAY MSG-022
               ELSE
                 PERFORM LEE-CLIENTE
                 IF WS-ENCONTRADO = "Y"
                   PERFORM PIDE-DATOS-SOLICITUD
                   CLOSE CUSTOMER-MASTER
                 END-IF
               END-IF
             END-IF.

      *    The master stays open, its record in the record area, until
      *    the extract for the customer has been written.
           LEE-CLIENTE.
             MOVE "N" TO WS-ENCONTRADO.
             OPEN INPUT CUSTOMER-MASTER.
             IF WS-CUST-STATUS NOT = "00"
               DISPLAY "NO HAY MAESTRO DE CLIENTES (STATUS "
                   WS-CUST-STATUS ")."
             ELSE
               MOVE WS-CLIENTE TO CUST-ID
               READ CUSTOMER-MASTER
                 INVALID KEY
                   DISPLAY "CLIENTE " WS-CLIENTE " NO EXISTE."
                   CLOSE CUSTOMER-MASTER
                 NOT INVALID KEY
                   MOVE "Y" TO WS-ENCONTRADO
                   DISPLAY "CLIENTE  : " WS-CLIENTE " "
                       CUST-NOMBRE " " CUST-APELLIDOS
                   IF CUST-ESTADO = "X"
                     DISPLAY "CLIENTE " WS-CLIENTE ": " MSG-025
                   END-IF
               END-READ
             END-IF.

           PIDE-DATOS-SOLICITUD.
             DISPLAY "REFERENCIA DE LA SOLICITUD DE ACCESO: ".
             MOVE SPACES TO WS-REFERENCIA.
             ACCEPT WS-REFERENCIA.
             IF WS-REFERENCIA = SPACES
               DISPLAY "SIN REFERENCIA NO SE GENERA EL EXTRACTO."
             ELSE
               DISPLAY "FECHA DE RECEPCION (YYYYMMDD, INTRO = HOY): "
               MOVE SPACES TO WS-RECIBIDA-ENTRADA
               ACCEPT WS-RECIBIDA-ENTRADA
               PERFORM VALIDA-RECEPCION
               IF WS-RECIBIDA = 0
                 DISPLAY "FECHA DE RECEPCION INVALIDA."
               ELSE
                 PERFORM GENERA-EXTRACTO
               END-IF
             END-IF.

           VALIDA-RECEPCION.
             IF WS-RECIBIDA-ENTRADA = SPACES
               MOVE WS-FECHA-NEGOCIO TO WS-RECIBIDA
             ELSE
               IF WS-RECIBIDA-ENTRADA IS NUMERIC
                 MOVE WS-RECIBIDA-ENTRADA TO WS-RECIBIDA
                 IF WS-REC-MM < 1 OR WS-REC-MM > 12
                     OR WS-REC-DD < 1 OR WS-REC-DD > 31
                     OR WS-RECIBIDA > WS-FECHA-NEGOCIO
                   MOVE 0 TO WS-RECIBIDA
                 END-IF
               ELSE
                 MOVE 0 TO WS-RECIBIDA
               END-IF
             END-IF.
             IF WS-RECIBIDA > 0
               COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RECIBIDA)
                   + WS-PLAZO-DIAS)
               IF WS-FECHA-NEGOCIO > WS-LIMITE
                 MOVE "N" TO WS-EN-PLAZO
               ELSE
                 MOVE "S" TO WS-EN-PLAZO
               END-IF
             END-IF.

           GENERA-EXTRACTO.
             MOVE "N" TO WS-INCOMPLETO.
             MOVE 0 TO WS-LINEAS.
             MOVE SPACES TO WS-ARCH-SAR.
             STRING "SAR" WS-CLIENTE ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-SAR.
             CALL "ENVNAME" USING WS-ARCH-SAR WS-AMBIENTE.
             OPEN OUTPUT SAR-REPORT.
             IF WS-RPT-STATUS NOT = "00"
               DISPLAY "*** ERROR: NO SE PUDO ABRIR " WS-ARCH-SAR
                   " (STATUS " WS-RPT-STATUS ") ***"
               MOVE "Y" TO WS-HUBO-INCOMPLETO
             ELSE
               PERFORM IMPRIME-CABECERA
               PERFORM IMPRIME-MAESTRO
               PERFORM IMPRIME-HISTORIA
               PERFORM IMPRIME-MOVIMIENTOS
               PERFORM IMPRIME-SALDOS
               PERFORM IMPRIME-FACTURACION
               PERFORM IMPRIME-DISPUTAS
               PERFORM IMPRIME-DOCUMENTOS
               PERFORM IMPRIME-RRHH
               PERFORM IMPRIME-SUSPENSOS
               PERFORM IMPRIME-EXCEPCIONES
               PERFORM IMPRIME-PIE
               CLOSE SAR-REPORT
               PERFORM GRABA-REGISTRO
               ADD 1 TO WS-EXTRACTOS
               DISPLAY "EXTRACTO ESCRITO EN " WS-ARCH-SAR " ("
                   WS-LINEAS " LINEAS)."
               DISPLAY "PLAZO LEGAL HASTA " WS-LIMITE
               IF WS-EN-PLAZO = "N"
                 DISPLAY "*** ATENCION: SOLICITUD CONTESTADA FUERA"
                     " DE PLAZO ***"
               END-IF
               IF WS-INCOMPLETO = "Y"
                 MOVE "Y" TO WS-HUBO-INCOMPLETO
                 DISPLAY "*** EXTRACTO INCOMPLETO: UNA FUENTE NO SE"
                     " PUDO LEER. NO LO ENVIE; REPITA LA PETICION."
                     " ***"
               END-IF
             END-IF.

           ESCRIBE-LINEA.
             WRITE SAR-LINEA.
             ADD 1 TO WS-LINEAS.
             MOVE SPACES TO SAR-LINEA.

           ESCRIBE-TITULO.
             PERFORM ESCRIBE-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE ALL "-" TO SAR-LINEA(1:60).
             PERFORM ESCRIBE-LINEA.

      *    A source that is on disk but will not open is not the same
      *    as one that holds nothing on the customer: the extract says
      *    which, and the first kind makes it incomplete.
           FUENTE-ILEGIBLE.
             MOVE "Y" TO WS-INCOMPLETO.
             MOVE SPACES TO SAR-LINEA.
             STRING "  *** " WS-FUENTE " NO SE PUDO LEER. ESTA"
                 " SECCION ESTA INCOMPLETA. ***"
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.

           SIN-DATOS.
             IF WS-SECCION = 0
               MOVE "  NINGUNO." TO SAR-LINEA
               PERFORM ESCRIBE-LINEA
             END-IF.

           IMPRIME-CABECERA.
             MOVE SPACES TO SAR-LINEA.
             STRING "EXTRACTO DE DATOS PERSONALES - DERECHO DE"
                 " ACCESO DEL INTERESADO"
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "CLIENTE        : " WS-CLIENTE
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "REFERENCIA     : " WS-REFERENCIA
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "RECIBIDA EL    : " WS-RECIBIDA
                 "   PLAZO HASTA: " WS-LIMITE
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "GENERADO EL    : " WS-FECHA-NEGOCIO
                 "   POR EL OPERADOR: " WS-OPERADOR-ID
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             IF CUST-ESTADO = "X"
               STRING "NOTA           : " MSG-025
                   DELIMITED BY SIZE INTO SAR-LINEA
               PERFORM ESCRIBE-LINEA
             END-IF.

           IMPRIME-MAESTRO.
             MOVE "1. DATOS DEL CLIENTE (CUSTMAST)" TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE CUST-FECHA-NAC TO WS-D-FECHA-NAC.
             MOVE CUST-FECHA TO WS-D-FECHA-ALTA.
             STRING "  NOMBRE       : " CUST-NOMBRE " " CUST-APELLIDOS
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "  F.NACIMIENTO : " WS-D-FECHA-NAC
                 "   ALTA: " WS-D-FECHA-ALTA
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "  DIRECCION    : " CUST-CALLE " " CUST-CIUDAD
                 " " CUST-CODPOSTAL
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             IF CUST-DIR-INVALIDA = "Y"
               MOVE CUST-DIR-FECHA TO WS-D-FECHA-DIR
               STRING "  CORREO       : DEVUELTO EL " WS-D-FECHA-DIR
                   "   MOTIVO: " CUST-DIR-MOTIVO
                   DELIMITED BY SIZE INTO SAR-LINEA
               PERFORM ESCRIBE-LINEA
             END-IF.
             STRING "  TELEFONO     : " CUST-TELEFONO
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "  E-MAIL       : " CUST-EMAIL
                 "   ENTREGA: " CUST-ENTREGA
                 "   MONEDA: " CUST-MONEDA
                 "   CICLO: " CUST-CICLO
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE CUST-LIMITE TO WS-EDIT-IMPORTE.
             STRING "  ESTADO       : " CUST-ESTADO
                 "   SEGMENTO: " CUST-SEGMENTO
                 "   LIMITE: " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE CUST-CASTIGO-FECHA TO WS-D-CASTIGO-FECHA.
             MOVE CUST-CASTIGO-IMPORTE TO WS-EDIT-IMPORTE.
             STRING "  CASTIGO      : FECHA " WS-D-CASTIGO-FECHA
                 "   IMPORTE: " WS-EDIT-IMPORTE
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE CUST-PADRE TO WS-D-PADRE.
             STRING "  GRUPO        : " WS-D-PADRE
                 " (CLIENTE PRINCIPAL; 000000 = SIN GRUPO)"
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.

           IMPRIME-HISTORIA.
             MOVE "2. HISTORIAL DE CAMBIOS (CUSTHIST)" TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE 0 TO WS-SECCION.
             MOVE "CUSTHIST.DAT" TO WS-FUENTE.
             OPEN INPUT CUST-HIST-FILE.
             IF WS-HIST-STATUS = "00"
               MOVE WS-CLIENTE TO HIST-CUST-ID
               MOVE 0 TO HIST-SECUENCIA
               START CUST-HIST-FILE KEY NOT LESS THAN CUST-HIST-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-HIST-STATUS
               END-START
               PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                 READ CUST-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                     IF HIST-CUST-ID = WS-CLIENTE
                       PERFORM IMPRIME-ENTRADA-HISTORIA
                     ELSE
                       MOVE "10" TO WS-HIST-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUST-HIST-FILE
             ELSE
               IF WS-HIST-STATUS = "05"
                 CLOSE CUST-HIST-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

           IMPRIME-ENTRADA-HISTORIA.
             ADD 1 TO WS-SECCION.
             STRING "  " HIST-SECUENCIA " " HIST-FECHA " "
                 HIST-HORA " " HIST-ACCION " OPERADOR "
                 HIST-OPERADOR
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE HIST-ANT-LIMITE TO WS-EDIT-IMPORTE.
             STRING "       ANTES  : " HIST-ANT-NOMBRE " "
                 HIST-ANT-APELLIDOS " " HIST-ANT-FECHA-NAC " "
                 HIST-ANT-ESTADO " " HIST-ANT-SEGMENTO " "
                 WS-EDIT-IMPORTE " GRUPO " HIST-ANT-PADRE " HR "
                 HIST-ANT-HR-ID
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "                " HIST-ANT-CALLE " "
                 HIST-ANT-CIUDAD " " HIST-ANT-CODPOSTAL " "
                 HIST-ANT-TELEFONO " " HIST-ANT-EMAIL " "
                 HIST-ANT-ENTREGA " " HIST-ANT-MONEDA
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "                CICLO DE FACTURACION: DIA "
                 HIST-ANT-CICLO
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             IF HIST-ANT-DIR-INVALIDA = "Y"
               STRING "                CORREO DEVUELTO EL "
                   HIST-ANT-DIR-FECHA " " HIST-ANT-DIR-MOTIVO
                   DELIMITED BY SIZE INTO SAR-LINEA
               PERFORM ESCRIBE-LINEA
             END-IF.
             MOVE HIST-NUE-LIMITE TO WS-EDIT-IMPORTE.
             STRING "       DESPUES: " HIST-NUE-NOMBRE " "
                 HIST-NUE-APELLIDOS " " HIST-NUE-FECHA-NAC " "
                 HIST-NUE-ESTADO " " HIST-NUE-SEGMENTO " "
                 WS-EDIT-IMPORTE " GRUPO " HIST-NUE-PADRE " HR "
                 HIST-NUE-HR-ID
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "                " HIST-NUE-CALLE " "
                 HIST-NUE-CIUDAD " " HIST-NUE-CODPOSTAL " "
                 HIST-NUE-TELEFONO " " HIST-NUE-EMAIL " "
                 HIST-NUE-ENTREGA " " HIST-NUE-MONEDA
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "                CICLO DE FACTURACION: DIA "
                 HIST-NUE-CICLO
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             IF HIST-NUE-DIR-INVALIDA = "Y"
               STRING "                CORREO DEVUELTO EL "
                   HIST-NUE-DIR-FECHA " " HIST-NUE-DIR-MOTIVO
                   DELIMITED BY SIZE INTO SAR-LINEA
               PERFORM ESCRIBE-LINEA
             END-IF.

           IMPRIME-MOVIMIENTOS.
             MOVE "3. MOVIMIENTOS (TXNHIST)" TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             STRING "  FECHA    SEC.         IMPORTE 1       IMPORTE"
                 " 2            SUMA MON       TASA  SUMA ORIGINAL"
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE 0 TO WS-SECCION.
             MOVE "TXNHIST.DAT" TO WS-FUENTE.
             OPEN INPUT TXN-HIST-FILE.
             IF WS-TXN-STATUS = "00"
               MOVE WS-CLIENTE TO TXN-CUST-ID
               MOVE 0 TO TXN-FECHA
               MOVE 0 TO TXN-SECUENCIA
               START TXN-HIST-FILE KEY NOT LESS THAN TXN-HIST-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-TXN-STATUS
               END-START
               PERFORM UNTIL WS-TXN-STATUS NOT = "00"
                 READ TXN-HIST-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-TXN-STATUS
                   NOT AT END
                     IF TXN-CUST-ID = WS-CLIENTE
                       PERFORM IMPRIME-MOVIMIENTO
                     ELSE
                       MOVE "10" TO WS-TXN-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE TXN-HIST-FILE
             ELSE
               IF WS-TXN-STATUS = "05"
                 CLOSE TXN-HIST-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

           IMPRIME-MOVIMIENTO.
             ADD 1 TO WS-SECCION.
             MOVE TXN-NUM1 TO WS-EDIT-IMPORTE.
             MOVE TXN-NUM2 TO WS-EDIT-IMPORTE2.
             MOVE TXN-SUMA TO WS-EDIT-IMPORTE3.
             MOVE TXN-TASA TO WS-EDIT-TASA.
             MOVE TXN-SUMA-ORIG TO WS-EDIT-SALDO.
             STRING "  " TXN-FECHA " " TXN-SECUENCIA " "
                 WS-EDIT-IMPORTE " " WS-EDIT-IMPORTE2 " "
                 WS-EDIT-IMPORTE3 " " TXN-MONEDA " " WS-EDIT-TASA
                 " " WS-EDIT-SALDO
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.

           IMPRIME-SALDOS.
             MOVE "4. SALDO E INSTANTANEAS (CUSTBAL, BALSNAP)"
                 TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE "CUSTBAL.DAT" TO WS-FUENTE.
             OPEN INPUT CUST-BAL-FILE.
             IF WS-BAL-STATUS = "00"
               MOVE WS-CLIENTE TO BAL-CUST-ID
               READ CUST-BAL-FILE
                 INVALID KEY
                   MOVE "  SALDO ACTUAL : SIN CUENTA DE SALDO."
                       TO SAR-LINEA
                 NOT INVALID KEY
                   MOVE BAL-SALDO TO WS-EDIT-SALDO
                   MOVE BAL-MOVIMIENTOS TO WS-D-MOVIMIENTOS
                   MOVE BAL-FECHA-ULT TO WS-D-FECHA
                   STRING "  SALDO ACTUAL : " WS-EDIT-SALDO
                       "   MOVIMIENTOS: " WS-D-MOVIMIENTOS
                       "   ULTIMO: " WS-D-FECHA
                       DELIMITED BY SIZE INTO SAR-LINEA
               END-READ
               PERFORM ESCRIBE-LINEA
               CLOSE CUST-BAL-FILE
             ELSE
               IF WS-BAL-STATUS = "05"
                 CLOSE CUST-BAL-FILE
                 MOVE "  SALDO ACTUAL : SIN CUENTA DE SALDO."
                     TO SAR-LINEA
                 PERFORM ESCRIBE-LINEA
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             MOVE "  INSTANTANEAS DE FIN DE MES:" TO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE 0 TO WS-SECCION.
             MOVE "BALSNAP.DAT" TO WS-FUENTE.
             OPEN INPUT BAL-SNAP-FILE.
             IF WS-SNAP-STATUS = "00"
               MOVE WS-CLIENTE TO SNAP-CUST-ID
               MOVE 0 TO SNAP-FECHA
               START BAL-SNAP-FILE KEY NOT LESS THAN BAL-SNAP-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-SNAP-STATUS
               END-START
               PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
                 READ BAL-SNAP-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-SNAP-STATUS
                   NOT AT END
                     IF SNAP-CUST-ID = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       MOVE SNAP-SALDO TO WS-EDIT-SALDO
                       MOVE SNAP-MOVIMIENTOS TO WS-D-MOVIMIENTOS
                       STRING "  " SNAP-FECHA " SALDO "
                           WS-EDIT-SALDO " MOVIMIENTOS "
                           WS-D-MOVIMIENTOS
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     ELSE
                       MOVE "10" TO WS-SNAP-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BAL-SNAP-FILE
             ELSE
               IF WS-SNAP-STATUS = "05"
                 CLOSE BAL-SNAP-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

      *    BILLFEED.DAT is the current generation only: older feeds
      *    went to the billing system and live there. The verdict on
      *    the last one we sent is on the master.
           IMPRIME-FACTURACION.
             MOVE "5. FACTURACION (BILLFEED, BILLRTRN)" TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             STRING "  ULTIMO VEREDICTO DE FACTURACION: "
                 CUST-FACT-ESTADO
                 " (A ACEPTADO, R RECHAZADO, F FACTURADO,"
                 " ESPACIO SIN RESPUESTA)"
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE "  LINEAS DEL FEED EN CURSO:" TO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE 0 TO WS-SECCION.
             MOVE "BILLFEED.DAT" TO WS-FUENTE.
             OPEN INPUT BILL-FEED-FILE.
             IF WS-BILL-STATUS = "00"
               PERFORM UNTIL WS-BILL-STATUS = "10"
                 READ BILL-FEED-FILE
                   AT END
                     MOVE "10" TO WS-BILL-STATUS
                   NOT AT END
                     IF BILL-CUST-ID = WS-CLIENTE
                         AND (BILL-TIPO = "CLIENTE"
                           OR BILL-TIPO = "AJUSTE")
                       PERFORM IMPRIME-LINEA-FEED
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BILL-FEED-FILE
             ELSE
               IF WS-BILL-STATUS = "05"
                 CLOSE BILL-FEED-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.
             MOVE "  RESPUESTAS DEL SISTEMA DE FACTURACION:"
                 TO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE 0 TO WS-SECCION.
             MOVE "BILLRTRN.DAT" TO WS-FUENTE.
             OPEN INPUT BILL-RTRN-FILE.
             IF WS-RTRN-STATUS = "00"
               PERFORM UNTIL WS-RTRN-STATUS = "10"
                 READ BILL-RTRN-FILE
                   AT END
                     MOVE "10" TO WS-RTRN-STATUS
                   NOT AT END
                     IF RTRN-CUST-ID = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       MOVE RTRN-IMPORTE TO WS-EDIT-IMPORTE
                       STRING "  FEED " RTRN-SECUENCIA " ESTADO "
                           RTRN-ESTADO " MOTIVO " RTRN-MOTIVO
                           " IMPORTE " WS-EDIT-IMPORTE
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE BILL-RTRN-FILE
             ELSE
               IF WS-RTRN-STATUS = "05"
                 CLOSE BILL-RTRN-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

           IMPRIME-LINEA-FEED.
             ADD 1 TO WS-SECCION.
             IF BILL-TIPO = "AJUSTE"
               MOVE BILL-LEDGER-SUMA TO WS-EDIT-IMPORTE
               STRING "  " BILL-FECHA " FEED " BILL-SECUENCIA
                   " AJUSTE DEL FEED " BILL-SEC-ORIG " MOTIVO "
                   BILL-NOMBRE " IMPORTE " WS-EDIT-IMPORTE
                   DELIMITED BY SIZE INTO SAR-LINEA
             ELSE
               MOVE BILL-LEDGER-SUMA TO WS-EDIT-IMPORTE
               MOVE BILL-CUOTA TO WS-EDIT-IMPORTE2
               MOVE BILL-CUOTA-BRUTA TO WS-EDIT-IMPORTE3
               STRING "  " BILL-FECHA " FEED " BILL-SECUENCIA " "
                   BILL-NOMBRE " " BILL-APELLIDOS " " BILL-SEGMENTO
                   " PARES " BILL-LEDGER-PARES " SUMA "
                   WS-EDIT-IMPORTE " CUOTA " WS-EDIT-IMPORTE2
                   " BRUTA " WS-EDIT-IMPORTE3
                   DELIMITED BY SIZE INTO SAR-LINEA
             END-IF.
             PERFORM ESCRIBE-LINEA.

           IMPRIME-DISPUTAS.
             MOVE "6. DISPUTAS (DISPUTES)" TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE 0 TO WS-SECCION.
             MOVE "DISPUTES.DAT" TO WS-FUENTE.
             OPEN INPUT DISPUTE-FILE.
             IF WS-DSP-STATUS = "00"
               PERFORM UNTIL WS-DSP-STATUS = "10"
                 READ DISPUTE-FILE
                   AT END
                     MOVE "10" TO WS-DSP-STATUS
                   NOT AT END
                     IF DSP-CUST-ID = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       STRING "  DISPUTA " DSP-NUMERO " DEL "
                           DSP-DESDE " AL " DSP-HASTA " MOTIVO "
                           DSP-MOTIVO " ESTADO " DSP-ESTADO
                           " ALTA " DSP-FECHA-ALTA " "
                           DSP-OPER-ALTA " RESUELTA " DSP-FECHA-RES
                           " " DSP-OPER-RES
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
             ELSE
               IF WS-DSP-STATUS = "05"
                 CLOSE DISPUTE-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

      *    Every archived document is listed, statements as well as
      *    dunning letters, with its first printed line; DOCREIMP
      *    gives the requester a full duplicate of any of them.
           IMPRIME-DOCUMENTOS.
             MOVE "7. EXTRACTOS Y CARTAS DE RECLAMO (DOCARCH)"
                 TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE CUST-DUN-FECHA TO WS-D-DUN-FECHA.
             STRING "  NIVEL DE RECLAMO ACTUAL: " CUST-DUN-NIVEL
                 "   ULTIMA CARTA: " WS-D-DUN-FECHA
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE 0 TO WS-SECCION.
             MOVE 0 TO WS-DOC-LINEAS.
             MOVE "DOCARCH.DAT" TO WS-FUENTE.
             OPEN INPUT DOC-ARCH-FILE.
             IF WS-DOC-STATUS = "00"
               MOVE WS-CLIENTE TO DOC-CUST-ID
               MOVE LOW-VALUES TO DOC-TIPO
               MOVE 0 TO DOC-FECHA
               MOVE 0 TO DOC-RUN-ID
               MOVE 0 TO DOC-HORA
               MOVE 0 TO DOC-LINEA
               START DOC-ARCH-FILE KEY NOT LESS THAN DOC-ARCH-CLAVE
                 INVALID KEY
                   MOVE "23" TO WS-DOC-STATUS
               END-START
               PERFORM UNTIL WS-DOC-STATUS NOT = "00"
                 READ DOC-ARCH-FILE NEXT RECORD
                   AT END
                     MOVE "10" TO WS-DOC-STATUS
                   NOT AT END
                     IF DOC-CUST-ID = WS-CLIENTE
                       IF DOC-LINEA = 1 AND WS-DOC-LINEAS > 0
                         PERFORM IMPRIME-DOCUMENTO
                       END-IF
                       IF DOC-LINEA = 1
                         MOVE DOC-TIPO TO WS-DOC-TIPO
                         MOVE DOC-FECHA TO WS-DOC-FECHA
                         MOVE DOC-RUN-ID TO WS-DOC-RUN-ID
                         MOVE DOC-HORA TO WS-DOC-HORA
                         MOVE DOC-TEXTO TO WS-DOC-TEXTO
                       END-IF
                       MOVE DOC-LINEA TO WS-DOC-LINEAS
                     ELSE
                       MOVE "10" TO WS-DOC-STATUS
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DOC-ARCH-FILE
               IF WS-DOC-LINEAS > 0
                 PERFORM IMPRIME-DOCUMENTO
               END-IF
             ELSE
               IF WS-DOC-STATUS = "05"
                 CLOSE DOC-ARCH-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

           IMPRIME-DOCUMENTO.
             ADD 1 TO WS-SECCION.
             IF WS-DOC-TIPO = "E"
               MOVE "EXTRACTO" TO WS-DOC-DESCRIPCION
             ELSE
               MOVE "CARTA DE RECLAMO" TO WS-DOC-DESCRIPCION
             END-IF.
             STRING "  " WS-DOC-DESCRIPCION " FECHA " WS-DOC-FECHA
                 " RUN-ID " WS-DOC-RUN-ID " HORA " WS-DOC-HORA
                 " LINEAS " WS-DOC-LINEAS
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "      " WS-DOC-TEXTO
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.

           IMPRIME-RRHH.
             MOVE "8. EXPORTACION A RRHH (HRSTATE, HREXPORT)"
                 TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             STRING "  NUMERO DE EMPLEADO ASIGNADO: " CUST-HR-ID
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE "HRSTATE.DAT" TO WS-FUENTE.
             OPEN INPUT HR-STATE-FILE.
             IF WS-STATE-STATUS = "00"
               MOVE WS-CLIENTE TO HRST-CUST-ID
               READ HR-STATE-FILE
                 INVALID KEY
                   MOVE "  ULTIMO ENVIO A RRHH: NINGUNO." TO SAR-LINEA
                 NOT INVALID KEY
                   STRING "  ULTIMO ENVIO A RRHH: " HRST-FECHA " "
                       HRST-NOMBRE " " HRST-APELLIDOS " EDAD "
                       HRST-EDAD
                       DELIMITED BY SIZE INTO SAR-LINEA
               END-READ
               PERFORM ESCRIBE-LINEA
               CLOSE HR-STATE-FILE
             ELSE
               IF WS-STATE-STATUS = "05"
                 CLOSE HR-STATE-FILE
                 MOVE "  ULTIMO ENVIO A RRHH: NINGUNO." TO SAR-LINEA
                 PERFORM ESCRIBE-LINEA
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             MOVE "  EN EL FICHERO DE EXPORTACION EN CURSO:"
                 TO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             MOVE 0 TO WS-SECCION.
             MOVE "HREXPORT.DAT" TO WS-FUENTE.
             OPEN INPUT HR-EXPORT-FILE.
             IF WS-HR-STATUS = "00"
               PERFORM UNTIL WS-HR-STATUS = "10"
                 READ HR-EXPORT-FILE
                   AT END
                     MOVE "10" TO WS-HR-STATUS
                   NOT AT END
                     IF HR-EMPLEADO-ID = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       STRING "  " HR-FECHA " " HR-NOMBRE " "
                           HR-APELLIDOS " EDAD " HR-EDAD
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE HR-EXPORT-FILE
             ELSE
               IF WS-HR-STATUS = "05"
                 CLOSE HR-EXPORT-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

           IMPRIME-SUSPENSOS.
             MOVE "9. SUSPENSOS, RETENCIONES Y LISTAS DE VIGILANCIA"
                 TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE 0 TO WS-SECCION.
             MOVE "CUSTSUSP.DAT" TO WS-FUENTE.
             OPEN INPUT CUST-SUSP-FILE.
             IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS = "10"
                 READ CUST-SUSP-FILE
                   AT END
                     MOVE "10" TO WS-SUSP-STATUS
                   NOT AT END
                     IF SUSP-CUST-ID = WS-CLIENTE
                       PERFORM IMPRIME-SUSPENSO
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CUST-SUSP-FILE
             ELSE
               IF WS-SUSP-STATUS = "05"
                 CLOSE CUST-SUSP-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             MOVE "LIMITHLD.DAT" TO WS-FUENTE.
             OPEN INPUT LIMIT-HELD-FILE.
             IF WS-HELD-STATUS = "00"
               PERFORM UNTIL WS-HELD-STATUS = "10"
                 READ LIMIT-HELD-FILE
                   AT END
                     MOVE "10" TO WS-HELD-STATUS
                   NOT AT END
                     IF HELD-CUST-ID = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       MOVE HELD-PROYECTADO TO WS-EDIT-SALDO
                       MOVE HELD-LIMITE TO WS-EDIT-IMPORTE
                       STRING "  RETENIDO POR LIMITE " HELD-FECHA
                           " PROYECTADO " WS-EDIT-SALDO " LIMITE "
                           WS-EDIT-IMPORTE
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE LIMIT-HELD-FILE
             ELSE
               IF WS-HELD-STATUS = "05"
                 CLOSE LIMIT-HELD-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             MOVE "LISTAEXC.DAT" TO WS-FUENTE.
             OPEN INPUT LISTA-EXC-FILE.
             IF WS-LEXC-STATUS = "00"
               PERFORM UNTIL WS-LEXC-STATUS = "10"
                 READ LISTA-EXC-FILE
                   AT END
                     MOVE "10" TO WS-LEXC-STATUS
                   NOT AT END
                     IF LEXC-CUST-ID = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       STRING "  COINCIDENCIA EN LISTA " LEXC-FECHA
                           " " LEXC-NOMBRE " " LEXC-APELLIDOS " "
                           LEXC-FECHA-NAC " REF " LEXC-REFERENCIA
                           " " LEXC-PROGRAMA " " LEXC-MOTIVO
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE LISTA-EXC-FILE
             ELSE
               IF WS-LEXC-STATUS = "05"
                 CLOSE LISTA-EXC-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.
             PERFORM SIN-DATOS.

           IMPRIME-SUSPENSO.
             ADD 1 TO WS-SECCION.
             STRING "  ALTA EN SUSPENSO " SUSP-FECHA " " SUSP-HORA
                 " MOTIVO " SUSP-MOTIVO " " SUSP-NOMBRE " "
                 SUSP-APELLIDOS " " SUSP-FECHA-NAC
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.
             STRING "      " SUSP-CALLE " " SUSP-CIUDAD " "
                 SUSP-CODPOSTAL " " SUSP-TELEFONO " " SUSP-EMAIL
                 " " SUSP-ENTREGA
                 DELIMITED BY SIZE INTO SAR-LINEA.
             PERFORM ESCRIBE-LINEA.

           IMPRIME-EXCEPCIONES.
             MOVE "10. EXCEPCIONES QUE NOMBRAN AL CLIENTE" TO SAR-LINEA.
             PERFORM ESCRIBE-TITULO.
             MOVE 0 TO WS-SECCION.
             PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                 UNTIL WS-ARCH-IDX > WS-EXC-TOTAL
               PERFORM LEE-EXCEPCIONES
             END-PERFORM.
             PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                 UNTIL WS-ARCH-IDX > WS-CLV-TOTAL
               PERFORM LEE-EXCEPCIONES-CLAVE
             END-PERFORM.
             PERFORM SIN-DATOS.

           LEE-EXCEPCIONES.
             MOVE WS-EXC-NOMBRE(WS-ARCH-IDX) TO WS-FUENTE.
             MOVE WS-FUENTE TO WS-ARCH-EXC.
             CALL "ENVNAME" USING WS-ARCH-EXC WS-AMBIENTE.
             OPEN INPUT EXC-FILE.
             IF WS-EXC-STATUS = "00"
               PERFORM UNTIL WS-EXC-STATUS = "10"
                 READ EXC-FILE
                   AT END
                     MOVE "10" TO WS-EXC-STATUS
                   NOT AT END
                     IF EXC-CLAVE = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       STRING "  " WS-FUENTE " " EXC-ARCHIVO " "
                           EXC-TIPO " " EXC-MOTIVO " SECUENCIA "
                           EXC-SECUENCIA
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE EXC-FILE
             ELSE
               IF WS-EXC-STATUS = "05"
                 CLOSE EXC-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.

           LEE-EXCEPCIONES-CLAVE.
             MOVE WS-CLV-NOMBRE(WS-ARCH-IDX) TO WS-FUENTE.
             MOVE WS-FUENTE TO WS-ARCH-CLVEXC.
             CALL "ENVNAME" USING WS-ARCH-CLVEXC WS-AMBIENTE.
             OPEN INPUT CLV-EXC-FILE.
             IF WS-CLV-STATUS = "00"
               PERFORM UNTIL WS-CLV-STATUS = "10"
                 READ CLV-EXC-FILE
                   AT END
                     MOVE "10" TO WS-CLV-STATUS
                   NOT AT END
                     IF CLV-EXC-CLAVE = WS-CLIENTE
                       ADD 1 TO WS-SECCION
                       STRING "  " WS-FUENTE " " CLV-EXC-ARCHIVO " "
                           CLV-EXC-TIPO
                           DELIMITED BY SIZE INTO SAR-LINEA
                       PERFORM ESCRIBE-LINEA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CLV-EXC-FILE
             ELSE
               IF WS-CLV-STATUS = "05"
                 CLOSE CLV-EXC-FILE
               ELSE
                 PERFORM FUENTE-ILEGIBLE
               END-IF
             END-IF.

           IMPRIME-PIE.
             PERFORM ESCRIBE-LINEA.
             MOVE ALL "-" TO SAR-LINEA(1:60).
             PERFORM ESCRIBE-LINEA.
             IF WS-INCOMPLETO = "Y"
               STRING "EXTRACTO INCOMPLETO: VEANSE LAS SECCIONES"
                   " MARCADAS. NO ENVIAR."
                   DELIMITED BY SIZE INTO SAR-LINEA
             ELSE
               MOVE "FIN DEL EXTRACTO." TO SAR-LINEA
             END-IF.
             PERFORM ESCRIBE-LINEA.

           GRABA-REGISTRO.
             MOVE WS-FECHA-NEGOCIO TO SAR-FECHA.
             ACCEPT SAR-HORA FROM TIME.
             MOVE WS-CLIENTE TO SAR-CUST-ID.
             MOVE WS-REFERENCIA TO SAR-REFERENCIA.
             MOVE WS-OPERADOR-ID TO SAR-OPERADOR.
             MOVE WS-RECIBIDA TO SAR-RECIBIDA.
             MOVE WS-LIMITE TO SAR-LIMITE.
             MOVE WS-EN-PLAZO TO SAR-EN-PLAZO.
             MOVE WS-ARCH-SAR TO SAR-ARCHIVO.
             MOVE WS-LINEAS TO SAR-LINEAS.
             IF WS-INCOMPLETO = "Y"
               MOVE "N" TO SAR-COMPLETO
             ELSE
               MOVE "S" TO SAR-COMPLETO
             END-IF.
             OPEN EXTEND SAR-REG-FILE.
             IF WS-SARREG-STATUS = "35"
               OPEN OUTPUT SAR-REG-FILE
             END-IF.
             WRITE SAR-REG.
             CLOSE SAR-REG-FILE.
             MOVE "SAR" TO AUDIT-EVENTO.
             MOVE SPACES TO AUDIT-DETALLE.
             STRING "CLIENTE " WS-CLIENTE " SOLICITUD " WS-REFERENCIA
                 DELIMITED BY SIZE INTO AUDIT-DETALLE.
             PERFORM GRABA-AUDITORIA.

           GRABA-AUDITORIA.
             MOVE "CUSTSAR" TO AUDIT-PROGRAMA.
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


           RESUELVE-ARCHIVOS.
             MOVE "CUSTMAST.DAT" TO WS-ARCH-CUSTMAST.
             CALL "ENVNAME" USING WS-ARCH-CUSTMAST WS-AMBIENTE.
             MOVE "CUSTHIST.DAT" TO WS-ARCH-CUSTHIST.
             CALL "ENVNAME" USING WS-ARCH-CUSTHIST WS-AMBIENTE.
             MOVE "TXNHIST.DAT" TO WS-ARCH-TXNHIST.
             CALL "ENVNAME" USING WS-ARCH-TXNHIST WS-AMBIENTE.
             MOVE "CUSTBAL.DAT" TO WS-ARCH-CUSTBAL.
             CALL "ENVNAME" USING WS-ARCH-CUSTBAL WS-AMBIENTE.
             MOVE "BALSNAP.DAT" TO WS-ARCH-BALSNAP.
             CALL "ENVNAME" USING WS-ARCH-BALSNAP WS-AMBIENTE.
             MOVE "BILLFEED.DAT" TO WS-ARCH-BILLFEED.
             CALL "ENVNAME" USING WS-ARCH-BILLFEED WS-AMBIENTE.
             MOVE "BILLRTRN.DAT" TO WS-ARCH-BILLRTRN.
             CALL "ENVNAME" USING WS-ARCH-BILLRTRN WS-AMBIENTE.
             MOVE "DISPUTES.DAT" TO WS-ARCH-DISPUTES.
             CALL "ENVNAME" USING WS-ARCH-DISPUTES WS-AMBIENTE.
             MOVE "DOCARCH.DAT" TO WS-ARCH-DOCARCH.
             CALL "ENVNAME" USING WS-ARCH-DOCARCH WS-AMBIENTE.
             MOVE "HRSTATE.DAT" TO WS-ARCH-HRSTATE.
             CALL "ENVNAME" USING WS-ARCH-HRSTATE WS-AMBIENTE.
             MOVE "HREXPORT.DAT" TO WS-ARCH-HREXPORT.
             CALL "ENVNAME" USING WS-ARCH-HREXPORT WS-AMBIENTE.
             MOVE "CUSTSUSP.DAT" TO WS-ARCH-CUSTSUSP.
             CALL "ENVNAME" USING WS-ARCH-CUSTSUSP WS-AMBIENTE.
             MOVE "LIMITHLD.DAT" TO WS-ARCH-LIMITHLD.
             CALL "ENVNAME" USING WS-ARCH-LIMITHLD WS-AMBIENTE.
             MOVE "LISTAEXC.DAT" TO WS-ARCH-LISTAEXC.
             CALL "ENVNAME" USING WS-ARCH-LISTAEXC WS-AMBIENTE.
             MOVE "SARREG.DAT" TO WS-ARCH-SARREG.
             CALL "ENVNAME" USING WS-ARCH-SARREG WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

       END PROGRAM CUSTSAR.
