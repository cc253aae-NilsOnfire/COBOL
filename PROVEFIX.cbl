      *          each offending input record with the rule it failed,
      *          accepts a corrected value, re-applies the same
      *          validation on the spot and rewrites the corrected
      *          record back into NUMEROS.DAT, VARSPAIR.DAT (a
      *          pair's value date included, re-checked through
      *          VALFECHA) or THRUPARM.DAT -- so the batch can be
      *          re-proved and released without a programmer
      *          hand-editing input files. Rerun PROVE-BATCH
      *          afterwards to refresh the exception file. The
      *          operator keys their ID on entry; the END audit
      *          record carries the records corrected and left and
      *          the operator, for OPERRPT's workload figures.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-ARCH-THRUPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRU-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVE-EXC-FILE.
       FD  THRU-PARM-FILE.
           COPY "THRUPARM.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-PROVEEXC PIC X(30).
       01  WS-ARCH-NUMEROS PIC X(30).
       01  WS-ARCH-VARSPAIR PIC X(30).
       01  WS-ARCH-THRUPARM PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-EXC-STATUS PIC XX.
       01  WS-NUM-STATUS PIC XX.
       01  WS-PARES-STATUS PIC XX.
       01  WS-THRU-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-OPERADOR-ID PIC X(10).
       01  WS-NUMEROS-TABLA.
           05  WS-NUM-ENTRY OCCURS 500 PIC X(2).
       01  WS-NUM-TOTAL PIC 9(5) VALUE 0.
       01  WS-PARES-TABLA.
           05  WS-PAR-ENTRY OCCURS 500 PIC X(63).
       01  WS-PAR-TOTAL PIC 9(5) VALUE 0.
       01  WS-IDX PIC 9(5).
       01  WS-ENTRADA PIC X(20).
       01  WS-ENTRADA-LARGA PIC X(25).
       01  WS-ENTRADA-EMAIL PIC X(40).
       01  WS-FECHA-NAC-OBRA PIC 9(8).
       01  WS-EDAD-DERIV PIC 99.
       01  WS-CORREGIDOS PIC 9(5) VALUE 0.
           05  WS-PAR-CUST-DV PIC X.
           05  FILLER PIC X.
           05  WS-PAR-OPERADOR PIC X(10).
           05  FILLER PIC X.
           05  WS-PAR-FECHA-VALOR PIC X(8).
           05  FILLER PIC X.
           05  WS-PAR-APROBADOR PIC X(10).
       01  WS-DIGITO-CALC PIC 9.
       01  WS-THRU-TRABAJO.
           05  WS-THRU-NOMBRE PIC X(15).
           05  WS-THRU-CIUDAD PIC X(15).
           05  WS-THRU-CODPOSTAL PIC X(8).
           05  WS-THRU-TELEFONO PIC X(12).
           05  WS-THRU-EMAIL PIC X(40).
           05  WS-THRU-ENTREGA PIC X.
       01  WS-HAY-THRUPARM PIC X VALUE "N".
       01  WS-NUM-TRUNCADO PIC X VALUE "N".
       01  WS-PAR-TRUNCADO PIC X VALUE "N".
       01  WS-NUM-CAMBIADO PIC X VALUE "N".
       01  WS-PAR-CAMBIADO PIC X VALUE "N".
       01  WS-THRU-CAMBIADO PIC X VALUE "N".
       01  WS-FECHA-NEGOCIO PIC 9(8).
       01  WS-FECHA-VALOR PIC 9(8).
       01  WS-FV-APROBADOR PIC X(10).
       01  WS-FV-RESULTADO PIC X.
       01  WS-FV-DIAS-MAX PIC 9(3).
       COPY "MSGCODE.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           DISPLAY "ENTORNO: " WS-AMBIENTE.
           DISPLAY "INTRODUZCA SU ID DE OPERADOR: ".
           ACCEPT WS-OPERADOR-ID.
           MOVE "START" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           PERFORM CARGA-NUMEROS.
           PERFORM CARGA-PARES.
           PERFORM CARGA-THRUPARM.
             DISPLAY "VUELVA A EJECUTAR PROVE-BATCH PARA RE-PROBAR"
                 " EL LOTE."
           END-IF.
           MOVE "END" TO AUDIT-EVENTO.
           MOVE SPACES TO AUDIT-DETALLE.
           STRING "CORREGIDOS " WS-CORREGIDOS " DEJADOS "
               WS-SALTADOS " POR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO AUDIT-DETALLE.
           PERFORM GRABA-AUDITORIA.
           STOP RUN.

           GRABA-AUDITORIA.
             MOVE "PROVEFIX" TO AUDIT-PROGRAMA.
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
             MOVE "PROVEEXC.DAT" TO WS-ARCH-PROVEEXC.
             CALL "ENVNAME" USING WS-ARCH-PROVEEXC WS-AMBIENTE.
             CALL "ENVNAME" USING WS-ARCH-VARSPAIR WS-AMBIENTE.
             MOVE "THRUPARM.DAT" TO WS-ARCH-THRUPARM.
             CALL "ENVNAME" USING WS-ARCH-THRUPARM WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.

           CARGA-NUMEROS.
             OPEN INPUT NUMEROS-LOTE.
                   MOVE THRU-PARM-CIUDAD TO WS-THRU-CIUDAD
                   MOVE THRU-PARM-CODPOSTAL TO WS-THRU-CODPOSTAL
                   MOVE THRU-PARM-TELEFONO TO WS-THRU-TELEFONO
                   MOVE THRU-PARM-EMAIL TO WS-THRU-EMAIL
                   MOVE THRU-PARM-ENTREGA TO WS-THRU-ENTREGA
               END-READ
               CLOSE THRU-PARM-FILE
             ELSE
                   PERFORM PIDE-CLIENTE
                 WHEN "DIGITO"
                   PERFORM PIDE-CLIENTE
                 WHEN "FVALOR"
                   PERFORM PIDE-FECHA-VALOR
                 WHEN OTHER
                   DISPLAY "REGLA DESCONOCIDA. SE DEJA."
               END-EVALUATE
               MOVE "Y" TO WS-VALIDO
             END-IF.

      *    A value date is re-keyed against the same VALFECHA rule
      *    the night applies, under the approver already on the
      *    line: a closed-month date nobody signed off cannot be
      *    approved from here, it goes back through VARSDESK under a
      *    supervisor. Blank puts the pair on the business date.
           PIDE-FECHA-VALOR.
             CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
             DISPLAY "NUEVA FECHA VALOR (YYYYMMDD, INTRO = FECHA DE"
                 " NEGOCIO " WS-FECHA-NEGOCIO "): ".
             MOVE SPACES TO WS-ENTRADA.
             ACCEPT WS-ENTRADA.
             IF WS-ENTRADA = SPACES
               MOVE SPACES TO WS-PAR-FECHA-VALOR
               MOVE SPACES TO WS-PAR-APROBADOR
               MOVE "Y" TO WS-VALIDO
             ELSE
               IF FUNCTION TEST-NUMVAL(WS-ENTRADA) NOT = 0
                 DISPLAY MSG-027
               ELSE
                 COMPUTE WS-FECHA-VALOR = FUNCTION NUMVAL(WS-ENTRADA)
                 MOVE WS-PAR-APROBADOR TO WS-FV-APROBADOR
                 CALL "VALFECHA" USING WS-FECHA-VALOR WS-FECHA-NEGOCIO
                     WS-FV-APROBADOR WS-FV-RESULTADO WS-FV-DIAS-MAX
                 EVALUATE WS-FV-RESULTADO
                   WHEN "Y"
                     MOVE WS-FECHA-VALOR TO WS-PAR-FECHA-VALOR
                     MOVE "Y" TO WS-VALIDO
                   WHEN "C"
                     DISPLAY MSG-028
                     DISPLAY "RECAPTURE EL PAR EN VARSDESK CON UN"
                         " SUPERVISOR."
                   WHEN OTHER
                     DISPLAY MSG-027 " (LIMITE " WS-FV-DIAS-MAX
                         " DIAS)"
                 END-EVALUATE
               END-IF
             END-IF.

           CORRIGE-THRUPARM.
             IF WS-HAY-THRUPARM = "N"
               DISPLAY "SIN REGISTRO THRUPARM. SE DEJA."
                     MOVE "Y" TO WS-VALIDO
                   END-IF
                 END-IF
               WHEN "ENTREGA"
                 DISPLAY "E-MAIL ACTUAL: " WS-THRU-EMAIL
                 DISPLAY "NUEVO E-MAIL (INTRO = SIN CAMBIO): "
                 MOVE SPACES TO WS-ENTRADA-EMAIL
                 ACCEPT WS-ENTRADA-EMAIL
                 IF WS-ENTRADA-EMAIL NOT = SPACES
                   MOVE WS-ENTRADA-EMAIL TO WS-THRU-EMAIL
                 END-IF
                 DISPLAY "NUEVO ENVIO (P=PAPEL, E=ELECTRONICO,"
                     " A=AMBOS): "
                 MOVE SPACES TO WS-ENTRADA
                 ACCEPT WS-ENTRADA
                 IF WS-ENTRADA(1:1) NOT = "P"
                     AND WS-ENTRADA(1:1) NOT = "E"
                     AND WS-ENTRADA(1:1) NOT = "A"
                   DISPLAY "ENVIO NO VALIDO. USE P, E O A."
                 ELSE
                   IF WS-ENTRADA(1:1) NOT = "P"
                       AND WS-THRU-EMAIL = SPACES
                     DISPLAY "SIN E-MAIL NO HAY ENVIO ELECTRONICO."
                   ELSE
                     MOVE WS-ENTRADA(1:1) TO WS-THRU-ENTREGA
                     MOVE "Y" TO WS-VALIDO
                   END-IF
                 END-IF
               WHEN OTHER
                 DISPLAY "REGLA DESCONOCIDA. SE DEJA."
             END-EVALUATE.
             MOVE WS-THRU-CIUDAD TO THRU-PARM-CIUDAD.
             MOVE WS-THRU-CODPOSTAL TO THRU-PARM-CODPOSTAL.
             MOVE WS-THRU-TELEFONO TO THRU-PARM-TELEFONO.
             MOVE WS-THRU-EMAIL TO THRU-PARM-EMAIL.
             MOVE WS-THRU-ENTREGA TO THRU-PARM-ENTREGA.
             WRITE THRU-PARM-REG.
             CLOSE THRU-PARM-FILE.
             DISPLAY "THRUPARM.DAT REESCRITO.".
