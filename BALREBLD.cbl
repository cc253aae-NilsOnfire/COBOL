      *          reports every difference, ending with RETURN-CODE 8
      *          when any exists. Mode "R" REBUILDS: the live file is
      *          replaced (previous image kept under OLD.) with the
      *          per-customer difference reported, and the END audit
      *          record says so (GLRECON lists rebuilds as a cause of
      *          a control-account difference). Generations pruned
      *          to archive must be brought back with GDGREST first,
      *          or the derivation is short by exactly those days.
      * Tectonics: cobc
           ELSE
             MOVE "END" TO AUDIT-EVENTO
             MOVE SPACES TO AUDIT-DETALLE
             IF WS-MODO = "R"
               STRING "RECONSTRUCCION DE CUSTBAL, DIFERENCIAS "
                   WS-DIFERENCIAS DELIMITED BY SIZE INTO AUDIT-DETALLE
             END-IF
             PERFORM GRABA-AUDITORIA
             IF WS-MODO = "V" AND WS-DIFERENCIAS > 0
               MOVE 8 TO RETURN-CODE
             IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
             END-IF.
             CALL "AUDITCAD" USING WS-ARCH-AUDITLOG AUDIT-LOG-REG.
             WRITE AUDIT-LOG-REG.
             CLOSE AUDIT-LOG-FILE.

