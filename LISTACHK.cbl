      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable sanctions/watch-list screening, shared by
      *          PERFORM-THRU's intake and LISTAREV's weekly
      *          re-screen of the master. The first call loads
      *          LISTAVIG.DAT (released by INGATE) into a table with
      *          every listed name normalised through NOMNORM; each
      *          call then compares the person's NOMBRE+APELLIDOS,
      *          normalised the same way and tried in both orders,
      *          with every entry. A name match is a possible hit
      *          when the list gives no date of birth (LK-MOTIVO
      *          "NOMBRE") or the dates agree ("NOMBREFEC"); a listed
      *          name with a different published date of birth is a
      *          namesake, not a hit. LK-RESULTADO "Y" possible hit
      *          (entry reference and programme returned), "N"
      *          clear, "S" no list on disk -- the caller decides
      *          what unscreened means for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTACHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LISTA-VIG-FILE ASSIGN TO DYNAMIC
               WS-ARCH-LISTAVIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVIG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-VIG-FILE.
           COPY "LISTAVIG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AMBIENTE PIC X(4) VALUE "PROD".
       01  WS-ARCH-LISTAVIG PIC X(30).
       01  WS-LVIG-STATUS PIC XX.
       01  WS-CARGADA PIC X VALUE "N".
       01  WS-HAY-LISTA PIC X VALUE "N".
       01  WS-LISTA.
           05  WS-LISTA-ENTRY OCCURS 5000.
               10  WS-LV-NOMBRE     PIC X(60).
               10  WS-LV-FECHA-NAC  PIC 9(8).
               10  WS-LV-REFERENCIA PIC X(12).
               10  WS-LV-PROGRAMA   PIC X(12).
       01  WS-LISTA-TOTAL PIC 9(5) VALUE 0.
       01  WS-LISTA-IDX PIC 9(5).
       01  WS-TEXTO PIC X(60).
       01  WS-FORMA-1 PIC X(60).
       01  WS-FORMA-2 PIC X(60).

       LINKAGE SECTION.
       01  LK-NOMBRE PIC X(15).
       01  LK-APELLIDOS PIC X(20).
       01  LK-FECHA-NAC PIC 9(8).
       01  LK-RESULTADO PIC X.
       01  LK-REFERENCIA PIC X(12).
       01  LK-PROGRAMA PIC X(12).
       01  LK-MOTIVO PIC X(9).

       PROCEDURE DIVISION USING LK-NOMBRE LK-APELLIDOS LK-FECHA-NAC
           LK-RESULTADO LK-REFERENCIA LK-PROGRAMA LK-MOTIVO.
       MAIN-PROCEDURE.
           IF WS-CARGADA = "N"
             PERFORM CARGA-LISTA
           END-IF.
           MOVE SPACES TO LK-REFERENCIA.
           MOVE SPACES TO LK-PROGRAMA.
           MOVE SPACES TO LK-MOTIVO.
           IF WS-HAY-LISTA = "N"
             MOVE "S" TO LK-RESULTADO
           ELSE
             MOVE "N" TO LK-RESULTADO
             PERFORM PREPARA-FORMAS
             PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                 UNTIL WS-LISTA-IDX > WS-LISTA-TOTAL
                     OR LK-MOTIVO = "NOMBREFEC"
               PERFORM COMPARA-ENTRADA
             END-PERFORM
           END-IF.
           GOBACK.

           CARGA-LISTA.
             MOVE "Y" TO WS-CARGADA.
             MOVE "LISTAVIG.DAT" TO WS-ARCH-LISTAVIG.
             CALL "ENVNAME" USING WS-ARCH-LISTAVIG WS-AMBIENTE.
             OPEN INPUT LISTA-VIG-FILE.
             IF WS-LVIG-STATUS = "00"
               MOVE "Y" TO WS-HAY-LISTA
               PERFORM UNTIL WS-LVIG-STATUS = "10"
                 READ LISTA-VIG-FILE
                   AT END
                     MOVE "10" TO WS-LVIG-STATUS
                   NOT AT END
                     PERFORM GUARDA-ENTRADA
                 END-READ
               END-PERFORM
               CLOSE LISTA-VIG-FILE
             ELSE
               IF WS-LVIG-STATUS = "05"
                 CLOSE LISTA-VIG-FILE
               END-IF
             END-IF.

      *    A list larger than the table is not screened partially:
      *    a person listed past the cut would pass as clear.
           GUARDA-ENTRADA.
             IF LVIG-NOMBRE = SPACES
               CONTINUE
             ELSE
             IF WS-LISTA-TOTAL < 5000
               ADD 1 TO WS-LISTA-TOTAL
               CALL "NOMNORM" USING LVIG-NOMBRE
                   WS-LV-NOMBRE(WS-LISTA-TOTAL)
               IF LVIG-FECHA-NAC IS NUMERIC
                 MOVE LVIG-FECHA-NAC
                     TO WS-LV-FECHA-NAC(WS-LISTA-TOTAL)
               ELSE
                 MOVE 0 TO WS-LV-FECHA-NAC(WS-LISTA-TOTAL)
               END-IF
               MOVE LVIG-REFERENCIA TO WS-LV-REFERENCIA(WS-LISTA-TOTAL)
               MOVE LVIG-PROGRAMA TO WS-LV-PROGRAMA(WS-LISTA-TOTAL)
             ELSE
               IF WS-HAY-LISTA = "Y"
                 DISPLAY "*** ERROR: LISTAVIG.DAT SUPERA LAS 5000"
                     " ENTRADAS. SIN CRIBADO HASTA AMPLIAR LA TABLA."
                     " ***"
               END-IF
               MOVE "N" TO WS-HAY-LISTA
             END-IF
             END-IF.

           PREPARA-FORMAS.
             MOVE SPACES TO WS-TEXTO.
             STRING LK-NOMBRE " " LK-APELLIDOS
                 DELIMITED BY SIZE INTO WS-TEXTO.
             CALL "NOMNORM" USING WS-TEXTO WS-FORMA-1.
             MOVE SPACES TO WS-TEXTO.
             STRING LK-APELLIDOS " " LK-NOMBRE
                 DELIMITED BY SIZE INTO WS-TEXTO.
             CALL "NOMNORM" USING WS-TEXTO WS-FORMA-2.

           COMPARA-ENTRADA.
             IF WS-LV-NOMBRE(WS-LISTA-IDX) = WS-FORMA-1
                 OR WS-LV-NOMBRE(WS-LISTA-IDX) = WS-FORMA-2
               EVALUATE TRUE
                 WHEN WS-LV-FECHA-NAC(WS-LISTA-IDX) = LK-FECHA-NAC
                   MOVE "NOMBREFEC" TO LK-MOTIVO
                   PERFORM DEVUELVE-ENTRADA
                 WHEN WS-LV-FECHA-NAC(WS-LISTA-IDX) = 0
                     AND LK-RESULTADO = "N"
                   MOVE "NOMBRE" TO LK-MOTIVO
                   PERFORM DEVUELVE-ENTRADA
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF.

           DEVUELVE-ENTRADA.
             MOVE "Y" TO LK-RESULTADO.
             MOVE WS-LV-REFERENCIA(WS-LISTA-IDX) TO LK-REFERENCIA.
             MOVE WS-LV-PROGRAMA(WS-LISTA-IDX) TO LK-PROGRAMA.

       END PROGRAM LISTACHK.
