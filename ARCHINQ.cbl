      *          length, GDGROTATE's own arithmetic). A manifest
      *          entry whose file is gone is reported as MISSING --
      *          found by us, not by the audit request.
      *          Holdings covered by an active legal hold
      *          (LEGALMNT/LEGALCHK) are flagged with the matter in
      *          the listing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-REC-LON PIC 9(4).
       01  WS-REC-LON-ANT PIC 9(4).
       01  WS-REGISTROS-ANT PIC 9(7).
       01  WS-RETENIDOS PIC 9(5).
       01  WS-CLIENTE-NINGUNO PIC 9(6).
       01  WS-LEGAL-DESDE PIC 9(8).
       01  WS-LEGAL-HASTA PIC 9(8).
       01  WS-RETENIDO PIC X.
       01  WS-ASUNTO PIC X(20).
       01  WS-PRIMERA PIC 9(8).
      *Record shapes only used to size the packed archives, exactly
      *the lengths their writers declared to GDGROTATE.
       COPY "VARSLOG.cpy".
           LISTA-FONDOS.
             PERFORM PIDE-FILTROS.
             MOVE 0 TO WS-LISTADOS.
             MOVE 0 TO WS-RETENIDOS.
             OPEN INPUT MANIFEST-FILE.
             IF WS-MANI-STATUS NOT = "00"
               DISPLAY "SIN MANIFIESTO DE ARCHIVOS (STATUS "
                       DISPLAY MANI-ARCHIVO " " MANI-FECHA " "
                           MANI-REGISTROS " REGISTROS  ("
                           FUNCTION TRIM(WS-NOMBRE-ARCHIVO) ")"
                       PERFORM PRUEBA-RETENCION
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
             END-IF.
             DISPLAY "FONDOS LISTADOS: " WS-LISTADOS.
             DISPLAY "BAJO RETENCION LEGAL: " WS-RETENIDOS.

           VERIFICA-FONDOS.
             PERFORM PIDE-FILTROS.
               MOVE 8 TO RETURN-CODE
             END-IF.

      *    A generation holds one day; a cut holds everything up to
      *    its date. Either is under hold when a legal hold's period
      *    reaches into what it holds (LEGALCHK, as the pruners ask).
           PRUEBA-RETENCION.
             MOVE 0 TO WS-CLIENTE-NINGUNO.
             MOVE MANI-FECHA TO WS-LEGAL-HASTA.
             IF MANI-ARCHIVO = "AUDITLOG" OR MANI-ARCHIVO = "CTLTOTAL"
                 OR MANI-ARCHIVO = "PURGCUST"
                 OR MANI-ARCHIVO = "PURGHIST"
               MOVE 0 TO WS-LEGAL-DESDE
             ELSE
               MOVE MANI-FECHA TO WS-LEGAL-DESDE
             END-IF.
             CALL "LEGALCHK" USING WS-CLIENTE-NINGUNO WS-LEGAL-DESDE
                 WS-LEGAL-HASTA WS-RETENIDO WS-ASUNTO WS-PRIMERA.
             IF WS-RETENIDO = "Y"
               ADD 1 TO WS-RETENIDOS
               DISPLAY "    ** RETENCION LEGAL: " WS-ASUNTO
             END-IF.

      *    HOUSEKEEP and CUSTPURG cut to <BASE>.A<fecha>.DAT; the
      *    GDG prunes rename to ARCH.<BASE>.G<fecha>.DAT. The base
      *    name says which convention the entry came from.
      *    prior length (0 = the layout never changed): 48 is the
      *    master before the CUSTCONV address-block growth, 118 the
      *    history of the same vintage, 15 the SEQCTRL record before
      *    SEQWIDEN widened the packed number, 77 the ledger record
      *    before it carried the reversal link.
           DEDUCE-FORMATO.
             EVALUATE MANI-ARCHIVO
               WHEN "VARSLOG"
                 MOVE "F" TO WS-FORMATO
                 COMPUTE WS-REC-LON = FUNCTION LENGTH(VARS-LOG-REG)
                 MOVE 77 TO WS-REC-LON-ANT
               WHEN "SEQCTRL"
                 MOVE "F" TO WS-FORMATO
                 COMPUTE WS-REC-LON = FUNCTION LENGTH(SEQ-CTRL-REG)
