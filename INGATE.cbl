      *          train the desk to ignore the one that matters. A
      *          sender not yet on the framed handshake keeps
      *          delivering to the live name directly; the gateway
      *          only judges what lands under .IN. The mail
      *          gateway's bounce file (EDELRTRN.DAT) is OPTIONAL as
      *          well: a night without bounces sends nothing. So is
      *          the bank's returned direct-debit file (DDDEVOL.DAT),
      *          which only arrives in the days after a collection,
      *          the sanctions watch list (LISTAVIG.DAT), which
      *          compliance only sends when it changes, and a
      *          branch's sequence usage file (SEQUSO.DAT), which
      *          only arrives when a branch hands back a block.
      *          The bank's daily statement (BANKSTMT.DAT) is
      *          expected every night, like billing and treasury.
      *          Payroll's deduction confirmation (NOMCONF.DAT) is
      *          OPTIONAL: it only arrives after a pay run. So is the
      *          postal service's postal-code file (CODPOST.DAT),
      *          sent only when it publishes a new release.
      *          Billing's monthly invoice register (BILLFACT.DAT)
      *          is OPTIONAL too: it arrives once a month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    before anything reaches FXRATES.DAT, so the gateway hands
      *    them to its input.
       01  WS-ESPERADOS.
           05  WS-ESP-ENTRY OCCURS 12.
               10  WS-BASE PIC X(8).
               10  WS-DESTINO PIC X(12).
               10  WS-OBLIGATORIO PIC X.
       01  WS-LINEAS-CARGA PIC 9(8).
       01  WS-CUADRA PIC X.
       01  WS-MOTIVO PIC X(30).
       01  WS-LIBERADOS PIC 99 VALUE 0.
       01  WS-CUARENTENAS PIC 99 VALUE 0.
       01  WS-AUSENTES PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   AT END
                     MOVE "10" TO WS-INGT-STATUS
                   NOT AT END
                     IF WS-ESP-TOTAL < 12
                         AND INGT-BASE NOT = SPACES
                       ADD 1 TO WS-ESP-TOTAL
                       MOVE INGT-BASE TO WS-BASE(WS-ESP-TOTAL)
             END-IF.

           CARGA-ESPERADOS-POR-DEFECTO.
             MOVE 11 TO WS-ESP-TOTAL.
             MOVE "BILLRTRN" TO WS-BASE(1).
             MOVE "BILLRTRN.DAT" TO WS-DESTINO(1).
             MOVE "S" TO WS-OBLIGATORIO(1).
             MOVE "THRULOAD" TO WS-BASE(3).
             MOVE "THRULOAD.DAT" TO WS-DESTINO(3).
             MOVE "N" TO WS-OBLIGATORIO(3).
             MOVE "EDELRTRN" TO WS-BASE(4).
             MOVE "EDELRTRN.DAT" TO WS-DESTINO(4).
             MOVE "N" TO WS-OBLIGATORIO(4).
             MOVE "DDDEVOL" TO WS-BASE(5).
             MOVE "DDDEVOL.DAT" TO WS-DESTINO(5).
             MOVE "N" TO WS-OBLIGATORIO(5).
             MOVE "LISTAVIG" TO WS-BASE(6).
             MOVE "LISTAVIG.DAT" TO WS-DESTINO(6).
             MOVE "N" TO WS-OBLIGATORIO(6).
             MOVE "SEQUSO" TO WS-BASE(7).
             MOVE "SEQUSO.DAT" TO WS-DESTINO(7).
             MOVE "N" TO WS-OBLIGATORIO(7).
             MOVE "BANKSTMT" TO WS-BASE(8).
             MOVE "BANKSTMT.DAT" TO WS-DESTINO(8).
             MOVE "S" TO WS-OBLIGATORIO(8).
             MOVE "NOMCONF" TO WS-BASE(9).
             MOVE "NOMCONF.DAT" TO WS-DESTINO(9).
             MOVE "N" TO WS-OBLIGATORIO(9).
             MOVE "CODPOST" TO WS-BASE(10).
             MOVE "CODPOST.DAT" TO WS-DESTINO(10).
             MOVE "N" TO WS-OBLIGATORIO(10).
             MOVE "BILLFACT" TO WS-BASE(11).
             MOVE "BILLFACT.DAT" TO WS-DESTINO(11).
             MOVE "N" TO WS-OBLIGATORIO(11).

           TRATA-ARCHIVO.
             MOVE SPACES TO WS-NOMBRE-ENTRADA.
