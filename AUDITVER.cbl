      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly integrity check of the chained audit log.
      *          Walks every AUDITLOG archive cut HOUSEKEEP recorded
      *          in ARCHMANI.DAT, oldest first, then the live
      *          AUDITLOG.DAT, and re-checks each record against the
      *          chain AUDITCAD stamped on it:
      *            - its AUDIT-HASH must match its content (AUDITHSH),
      *              or the record was edited;
      *            - its AUDIT-SECUENCIA must follow the previous one,
      *              or records are missing (gap) or out of order;
      *            - its AUDIT-HASH-ANT must be the previous record's
      *              hash, or the link is broken.
      *          A cut missing from disk, or holding another count
      *          than the manifest, is a break too, and so is a live
      *          log that ends short of the tip kept in AUDITCAD.DAT.
      *          Records from before the chain was introduced are
      *          counted apart; the copies HOUSEKEEP restores after a
      *          RESTO record are checked among themselves only.
      *          The report (AUDITVER.DAT) lists every break, first
      *          one first; any break raises an OPERALRT alert and
      *          ends the run with RETURN-CODE 4. Holds the AUDITLOG
      *          run-lock so no purge moves records while it reads.
      *          Run as a weekly NIGHTRUN step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO DYNAMIC
               WS-ARCH-ARCHMANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANI-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LEIDO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CAD-FILE ASSIGN TO DYNAMIC WS-ARCH-AUDITCAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAD-STATUS.
           SELECT AVER-REPORT ASSIGN TO DYNAMIC WS-ARCH-AUDITVER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL OPER-ALRT-FILE ASSIGN TO DYNAMIC
               WS-ARCH-OPERALRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO DYNAMIC WS-ARCH-RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE.
           COPY "ARCHMANI.cpy".

       FD  AUDIT-LOG-FILE.
           COPY "AUDITLOG.cpy".

       FD  CAD-FILE.
       01  CAD-REG.
           05  CAD-SECUENCIA PIC 9(9).
           05  CAD-HASH      PIC 9(9).

       FD  AVER-REPORT.
       01  AVER-LINEA PIC X(100).

       FD  OPER-ALRT-FILE.
           COPY "OPERALRT.cpy".

       FD  RUN-CTL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-ARCHMANI PIC X(30).
       01  WS-ARCH-AUDITLOG PIC X(30).
       01  WS-ARCH-AUDITCAD PIC X(30).
       01  WS-ARCH-AUDITVER PIC X(30).
       01  WS-ARCH-OPERALRT PIC X(30).
       01  WS-ARCH-RUNCTL PIC X(30).
       01  WS-ARCH-LEIDO PIC X(30).
       01  WS-MANI-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-CAD-STATUS PIC XX.
       01  WS-RPT-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-RUNCTL-STATUS PIC XX.
       01  WS-RUN-ID PIC 9(6) VALUE 0.
       01  WS-LOCK-ACCION PIC X.
       01  WS-LOCK-RECURSO PIC X(12) VALUE "AUDITLOG".
       01  WS-LOCK-RESULTADO PIC X.
       01  WS-LOCK-PROGRAMA PIC X(12) VALUE "AUDITVER".
       01  WS-FECHA-NEGOCIO PIC 9(8).
      *    Tip of the chain as AUDITCAD last left it.
       01  WS-HAY-PUNTA PIC X VALUE "N".
       01  WS-PUNTA-SECUENCIA PIC 9(9) VALUE 0.
       01  WS-PUNTA-HASH PIC 9(9) VALUE 0.
       01  WS-PUNTA-VISTA PIC X VALUE "N".
      *    Last record of the main chain accepted so far.
       01  WS-CADENA-INICIADA PIC X VALUE "N".
       01  WS-ULT-SECUENCIA PIC 9(9) VALUE 0.
       01  WS-ULT-HASH PIC 9(9) VALUE 0.
       01  WS-HASH-CALCULADO PIC 9(9).
       01  WS-FALTAN PIC 9(9).
      *    A restored block: records still to come after the RESTO
      *    record, and the last one seen inside it.
       01  WS-BLQ-RESTAN PIC 9(7) VALUE 0.
       01  WS-BLQ-PRIMERO PIC X VALUE "Y".
       01  WS-BLQ-SECUENCIA PIC 9(9).
       01  WS-BLQ-HASH PIC 9(9).
      *    The file being walked and the position inside it.
       01  WS-FECHA-ANTERIOR PIC 9(8) VALUE 0.
       01  WS-POSICION PIC 9(7).
       01  WS-ARCHIVO-FALTA PIC X.
       01  WS-ARCHIVOS PIC 9(5) VALUE 0.
       01  WS-LEIDOS PIC 9(9) VALUE 0.
       01  WS-ENCADENADOS PIC 9(9) VALUE 0.
       01  WS-LEGADOS PIC 9(9) VALUE 0.
       01  WS-RESTAURADOS PIC 9(9) VALUE 0.
       01  WS-ROTURAS PIC 9(5) VALUE 0.
      *    The break being reported.
       01  WS-ROT-SECUENCIA PIC X(9).
       01  WS-ROT-TEXTO PIC X(45).
       01  WS-PRIMERA-ROTURA PIC X(100) VALUE SPACES.
       01  WS-ALERTA-TEXTO PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RESUELVE-ARCHIVOS.
           CALL "BUSDATE" USING WS-FECHA-NEGOCIO.
           MOVE "A" TO WS-LOCK-ACCION.
           CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
               WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.
           IF WS-LOCK-RESULTADO NOT = "Y"
             DISPLAY "EJECUCION CANCELADA: RECURSO BLOQUEADO."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "=== VERIFICACION DE LA CADENA DE AUDITLOG ===".
           OPEN OUTPUT AVER-REPORT.
           IF WS-RPT-STATUS NOT = "00"
             DISPLAY "*** ERROR: NO SE PUDO ABRIR AUDITVER.DAT (STATUS "
                 WS-RPT-STATUS ") ***"
             PERFORM SUELTA-CERROJO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM IMPRIME-CABECERA.
      *    The tip is read before the log: anything appended while
      *    the walk runs lies past it and is not a truncation.
           PERFORM LEE-PUNTA.
           PERFORM RECORRE-ARCHIVOS-CORTE.
           MOVE WS-ARCH-AUDITLOG TO WS-ARCH-LEIDO.
           PERFORM RECORRE-ARCHIVO.
           PERFORM REVISA-PUNTA.
           PERFORM IMPRIME-RESUMEN.
           CLOSE AVER-REPORT.
           PERFORM SUELTA-CERROJO.
           DISPLAY "REGISTROS LEIDOS       : " WS-LEIDOS.
           DISPLAY "ROTURAS DE CADENA      : " WS-ROTURAS.
           DISPLAY "INFORME EN AUDITVER.DAT".
           IF WS-ROTURAS > 0
             DISPLAY WS-PRIMERA-ROTURA
             MOVE SPACES TO WS-ALERTA-TEXTO
             STRING "CADENA DE AUDITLOG ROTA: " WS-ROTURAS
                 " ROTURAS" DELIMITED BY SIZE INTO WS-ALERTA-TEXTO
             PERFORM GRABA-ALERTA
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           IMPRIME-CABECERA.
             MOVE SPACES TO AVER-LINEA.
             STRING "VERIFICACION DE LA CADENA DE AUDITLOG - FECHA "
                 WS-FECHA-NEGOCIO DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             WRITE AVER-LINEA.

           LEE-PUNTA.
             OPEN INPUT CAD-FILE.
             IF WS-CAD-STATUS = "00"
               READ CAD-FILE
                 NOT AT END
                   IF CAD-SECUENCIA IS NUMERIC
                       AND CAD-HASH IS NUMERIC
                     MOVE "Y" TO WS-HAY-PUNTA
                     MOVE CAD-SECUENCIA TO WS-PUNTA-SECUENCIA
                     MOVE CAD-HASH TO WS-PUNTA-HASH
                   END-IF
               END-READ
             END-IF.
             IF WS-CAD-STATUS = "00" OR WS-CAD-STATUS = "05"
                 OR WS-CAD-STATUS = "10"
               CLOSE CAD-FILE
             END-IF.

      *    The AUDITLOG cuts in the order HOUSEKEEP took them. A
      *    second manifest entry for the same date is the same file
      *    and is walked once.
           RECORRE-ARCHIVOS-CORTE.
             OPEN INPUT MANIFEST-FILE.
             IF WS-MANI-STATUS = "00"
               PERFORM UNTIL WS-MANI-STATUS NOT = "00"
                 READ MANIFEST-FILE
                   AT END
                     MOVE "10" TO WS-MANI-STATUS
                   NOT AT END
                     IF MANI-ARCHIVO = "AUDITLOG"
                         AND MANI-FECHA NOT = WS-FECHA-ANTERIOR
                       MOVE MANI-FECHA TO WS-FECHA-ANTERIOR
                       PERFORM RECORRE-CORTE
                     END-IF
                 END-READ
               END-PERFORM
             END-IF.
             IF WS-MANI-STATUS NOT = "35"
               CLOSE MANIFEST-FILE
             END-IF.

           RECORRE-CORTE.
             MOVE SPACES TO WS-ARCH-LEIDO.
             STRING "AUDITLOG.A" MANI-FECHA ".DAT"
                 DELIMITED BY SIZE INTO WS-ARCH-LEIDO.
             CALL "ENVNAME" USING WS-ARCH-LEIDO WS-AMBIENTE.
             PERFORM RECORRE-ARCHIVO.
             IF WS-ARCHIVO-FALTA = "Y"
               MOVE SPACES TO WS-ROT-SECUENCIA
               MOVE "FALTA EL ARCHIVO DE CORTE DEL MANIFIESTO"
                   TO WS-ROT-TEXTO
               PERFORM ANOTA-ROTURA
             ELSE
               IF WS-POSICION NOT = MANI-REGISTROS
                 MOVE SPACES TO WS-ROT-SECUENCIA
                 MOVE SPACES TO WS-ROT-TEXTO
                 STRING "CORTE DE " WS-POSICION " REG., MANIFIESTO "
                     MANI-REGISTROS
                     DELIMITED BY SIZE INTO WS-ROT-TEXTO
                 PERFORM ANOTA-ROTURA
               END-IF
             END-IF.

      *    One file of the chain, cut or live, record by record. The
      *    chain state carries over from one file to the next.
           RECORRE-ARCHIVO.
             MOVE 0 TO WS-POSICION.
             MOVE "N" TO WS-ARCHIVO-FALTA.
             OPEN INPUT AUDIT-LOG-FILE.
             IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-ARCHIVOS
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                 READ AUDIT-LOG-FILE
                   AT END
                     MOVE "10" TO WS-AUDIT-STATUS
                   NOT AT END
                     ADD 1 TO WS-POSICION
                     ADD 1 TO WS-LEIDOS
                     PERFORM REVISA-REGISTRO
                 END-READ
               END-PERFORM
               MOVE SPACES TO AVER-LINEA
               STRING "RECORRIDO " WS-ARCH-LEIDO " REGISTROS "
                   WS-POSICION DELIMITED BY SIZE INTO AVER-LINEA
               WRITE AVER-LINEA
               CLOSE AUDIT-LOG-FILE
             ELSE
               MOVE "Y" TO WS-ARCHIVO-FALTA
               IF WS-AUDIT-STATUS = "05"
                 CLOSE AUDIT-LOG-FILE
               END-IF
             END-IF.

           REVISA-REGISTRO.
             IF WS-BLQ-RESTAN > 0
               SUBTRACT 1 FROM WS-BLQ-RESTAN
               ADD 1 TO WS-RESTAURADOS
               PERFORM REVISA-COPIA-RESTAURADA
             ELSE
               IF AUDIT-SECUENCIA IS NUMERIC
                   AND AUDIT-HASH-ANT IS NUMERIC
                   AND AUDIT-HASH IS NUMERIC
                 ADD 1 TO WS-ENCADENADOS
                 PERFORM REVISA-CONTENIDO
                 PERFORM REVISA-ENLACE
               ELSE
                 IF WS-CADENA-INICIADA = "N"
                   ADD 1 TO WS-LEGADOS
                 ELSE
                   MOVE SPACES TO WS-ROT-SECUENCIA
                   MOVE "REGISTRO SIN SELLO DENTRO DE LA CADENA"
                       TO WS-ROT-TEXTO
                   PERFORM ANOTA-ROTURA
                 END-IF
               END-IF
             END-IF.

           REVISA-CONTENIDO.
             CALL "AUDITHSH" USING AUDIT-LOG-REG WS-HASH-CALCULADO.
             IF WS-HASH-CALCULADO NOT = AUDIT-HASH
               MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
               MOVE "CONTENIDO ALTERADO: EL HASH NO CUADRA"
                   TO WS-ROT-TEXTO
               PERFORM ANOTA-ROTURA
             END-IF.

      *    After a break the walk resyncs on the record just read, so
      *    one gap or one edit is reported once, not on every record
      *    behind it. A record that goes back in the sequence leaves
      *    the chain where it was: the next one still links to it.
           REVISA-ENLACE.
             IF WS-CADENA-INICIADA = "N"
               IF AUDIT-SECUENCIA > 1
                 COMPUTE WS-FALTAN = AUDIT-SECUENCIA - 1
                 MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                 MOVE SPACES TO WS-ROT-TEXTO
                 STRING "FALTAN " WS-FALTAN " REGISTROS AL INICIO"
                     DELIMITED BY SIZE INTO WS-ROT-TEXTO
                 PERFORM ANOTA-ROTURA
               ELSE
                 IF AUDIT-HASH-ANT NOT = 0
                   MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                   MOVE "ENLACE ROTO EN EL PRIMER REGISTRO"
                       TO WS-ROT-TEXTO
                   PERFORM ANOTA-ROTURA
                 END-IF
               END-IF
               MOVE "Y" TO WS-CADENA-INICIADA
               PERFORM ACEPTA-REGISTRO
             ELSE
               IF AUDIT-SECUENCIA = WS-ULT-SECUENCIA + 1
                 IF AUDIT-HASH-ANT NOT = WS-ULT-HASH
                   MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                   MOVE "ENLACE ROTO: NO ENCADENA CON EL ANTERIOR"
                       TO WS-ROT-TEXTO
                   PERFORM ANOTA-ROTURA
                 END-IF
                 PERFORM ACEPTA-REGISTRO
               ELSE
                 IF AUDIT-SECUENCIA > WS-ULT-SECUENCIA
                   COMPUTE WS-FALTAN =
                       AUDIT-SECUENCIA - WS-ULT-SECUENCIA - 1
                   MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                   MOVE SPACES TO WS-ROT-TEXTO
                   STRING "FALTAN " WS-FALTAN " REGISTROS DESDE "
                       "EL ANTERIOR" DELIMITED BY SIZE
                       INTO WS-ROT-TEXTO
                   PERFORM ANOTA-ROTURA
                   PERFORM ACEPTA-REGISTRO
                 ELSE
                   MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                   MOVE SPACES TO WS-ROT-TEXTO
                   STRING "FUERA DE ORDEN O REPETIDO; ULTIMO "
                       WS-ULT-SECUENCIA DELIMITED BY SIZE
                       INTO WS-ROT-TEXTO
                   PERFORM ANOTA-ROTURA
                 END-IF
               END-IF
             END-IF.

           ACEPTA-REGISTRO.
             MOVE AUDIT-SECUENCIA TO WS-ULT-SECUENCIA.
             MOVE AUDIT-HASH TO WS-ULT-HASH.
             IF WS-HAY-PUNTA = "Y"
                 AND AUDIT-SECUENCIA = WS-PUNTA-SECUENCIA
               MOVE "Y" TO WS-PUNTA-VISTA
               IF AUDIT-HASH NOT = WS-PUNTA-HASH
                 MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                 MOVE "NO COINCIDE CON LA PUNTA DE AUDITCAD.DAT"
                     TO WS-ROT-TEXTO
                 PERFORM ANOTA-ROTURA
               END-IF
             END-IF.
             IF AUDIT-PROGRAMA = "HOUSEKEEP"
                 AND AUDIT-EVENTO = "RESTO"
                 AND AUDIT-DETALLE(30:7) IS NUMERIC
               MOVE AUDIT-DETALLE(30:7) TO WS-BLQ-RESTAN
               MOVE "Y" TO WS-BLQ-PRIMERO
             END-IF.

      *    Copies HOUSEKEEP put back after a RESTO record keep their
      *    original stamps: each must still match its own content
      *    and follow the copy before it.
           REVISA-COPIA-RESTAURADA.
             IF AUDIT-SECUENCIA IS NUMERIC
                 AND AUDIT-HASH-ANT IS NUMERIC
                 AND AUDIT-HASH IS NUMERIC
               PERFORM REVISA-CONTENIDO
               IF WS-BLQ-PRIMERO = "N"
                 IF AUDIT-SECUENCIA NOT = WS-BLQ-SECUENCIA + 1
                     OR AUDIT-HASH-ANT NOT = WS-BLQ-HASH
                   MOVE AUDIT-SECUENCIA TO WS-ROT-SECUENCIA
                   MOVE "COPIA RESTAURADA FUERA DE SU CADENA"
                       TO WS-ROT-TEXTO
                   PERFORM ANOTA-ROTURA
                 END-IF
               END-IF
               MOVE "N" TO WS-BLQ-PRIMERO
               MOVE AUDIT-SECUENCIA TO WS-BLQ-SECUENCIA
               MOVE AUDIT-HASH TO WS-BLQ-HASH
             ELSE
               MOVE "Y" TO WS-BLQ-PRIMERO
             END-IF.

      *    A tip past the last record read means records were cut
      *    off the end of the live log.
           REVISA-PUNTA.
             IF WS-HAY-PUNTA = "N"
               MOVE SPACES TO AVER-LINEA
               STRING "AVISO: SIN PUNTA EN " WS-ARCH-AUDITCAD
                   "; NO SE COMPRUEBA EL FINAL DEL LOG"
                   DELIMITED BY SIZE INTO AVER-LINEA
               WRITE AVER-LINEA
             ELSE
               IF WS-PUNTA-VISTA = "N"
                 MOVE WS-PUNTA-SECUENCIA TO WS-ROT-SECUENCIA
                 MOVE SPACES TO WS-ROT-TEXTO
                 STRING "EL LOG TERMINA EN " WS-ULT-SECUENCIA
                     " ANTES DE LA PUNTA" DELIMITED BY SIZE
                     INTO WS-ROT-TEXTO
                 MOVE WS-ARCH-AUDITLOG TO WS-ARCH-LEIDO
                 PERFORM ANOTA-ROTURA
               END-IF
             END-IF.

           ANOTA-ROTURA.
             ADD 1 TO WS-ROTURAS.
             MOVE SPACES TO AVER-LINEA.
             STRING "ROTURA " WS-ARCH-LEIDO(1:21) " REG " WS-POSICION
                 " SEC " WS-ROT-SECUENCIA " " WS-ROT-TEXTO
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             IF WS-ROTURAS = 1
               MOVE AVER-LINEA TO WS-PRIMERA-ROTURA
             END-IF.

           IMPRIME-RESUMEN.
             MOVE SPACES TO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "ARCHIVOS RECORRIDOS    : " WS-ARCHIVOS
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "REGISTROS LEIDOS       : " WS-LEIDOS
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "  ENCADENADOS          : " WS-ENCADENADOS
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "  ANTERIORES A LA CADENA: " WS-LEGADOS
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "  COPIAS RESTAURADAS   : " WS-RESTAURADOS
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "ULTIMA SECUENCIA       : " WS-ULT-SECUENCIA
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             MOVE SPACES TO AVER-LINEA.
             STRING "ROTURAS DE CADENA      : " WS-ROTURAS
                 DELIMITED BY SIZE INTO AVER-LINEA.
             WRITE AVER-LINEA.
             IF WS-ROTURAS > 0
               MOVE SPACES TO AVER-LINEA
               WRITE AVER-LINEA
               MOVE "PRIMERA ROTURA:" TO AVER-LINEA
               WRITE AVER-LINEA
               MOVE WS-PRIMERA-ROTURA TO AVER-LINEA
               WRITE AVER-LINEA
             END-IF.

           SUELTA-CERROJO.
             MOVE "R" TO WS-LOCK-ACCION.
             CALL "FILELOCK" USING WS-LOCK-ACCION WS-LOCK-RECURSO
                 WS-LOCK-PROGRAMA WS-LOCK-RESULTADO.

           GRABA-ALERTA.
             OPEN EXTEND OPER-ALRT-FILE.
             IF WS-ALRT-STATUS = "35"
               OPEN OUTPUT OPER-ALRT-FILE
             END-IF.
             MOVE "AUDITVER" TO ALRT-PROGRAMA.
             MOVE WS-FECHA-NEGOCIO TO ALRT-FECHA.
             ACCEPT ALRT-HORA FROM TIME.
             MOVE WS-ALERTA-TEXTO TO ALRT-DETALLE.
             PERFORM CARGA-RUN-ID.
             MOVE WS-RUN-ID TO ALRT-RUN-ID.
             MOVE "N" TO ALRT-ESTADO.
             WRITE OPER-ALRT-REG.
             CLOSE OPER-ALRT-FILE.

           CARGA-RUN-ID.
             OPEN INPUT RUN-CTL-FILE.
             IF WS-RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                 NOT AT END
                   MOVE RUN-CTL-ID TO WS-RUN-ID
               END-READ
             END-IF.
             IF WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CTL-FILE
             END-IF.

           RESUELVE-ARCHIVOS.
             MOVE "ARCHMANI.DAT" TO WS-ARCH-ARCHMANI.
             CALL "ENVNAME" USING WS-ARCH-ARCHMANI WS-AMBIENTE.
             MOVE "AUDITLOG.DAT" TO WS-ARCH-AUDITLOG.
             CALL "ENVNAME" USING WS-ARCH-AUDITLOG WS-AMBIENTE.
             MOVE "AUDITCAD.DAT" TO WS-ARCH-AUDITCAD.
             CALL "ENVNAME" USING WS-ARCH-AUDITCAD WS-AMBIENTE.
             MOVE "AUDITVER.DAT" TO WS-ARCH-AUDITVER.
             CALL "ENVNAME" USING WS-ARCH-AUDITVER WS-AMBIENTE.
             MOVE "OPERALRT.DAT" TO WS-ARCH-OPERALRT.
             CALL "ENVNAME" USING WS-ARCH-OPERALRT WS-AMBIENTE.
             MOVE "RUNCTL.DAT" TO WS-ARCH-RUNCTL.
             CALL "ENVNAME" USING WS-ARCH-RUNCTL WS-AMBIENTE.

       END PROGRAM AUDITVER.
