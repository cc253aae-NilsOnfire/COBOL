      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable deterministic mask for personal data: every
      *          letter of the first LK-LARGO bytes of the field maps
      *          through one fixed alphabet and every digit through
      *          one fixed digit ring; anything else stays. The same
      *          input always masks the same way, so identical names
      *          mask identically and cross-file joins still hold.
      *          TESTLOAD masks the TEST copies of the masters with
      *          it, and PARCOMP re-masks production values with it
      *          before comparing them against TEST. Factored out
      *          like VARSCALC so both sides always use one rule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *Deterministic masks: the same letter always becomes the same
      *letter and the same digit the same digit.
       01  WS-ABC PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-ABC-MASCARA PIC X(26)
           VALUE "KWZREHMXDPQAJUVBLTSYCFNIOG".
       01  WS-DIGITOS PIC X(10) VALUE "0123456789".
       01  WS-DIG-MASCARA PIC X(10) VALUE "7391508264".
       01  WS-POS PIC 99.
       01  WS-LETRA PIC X.
       01  WS-BUSCA PIC 99.

       LINKAGE SECTION.
       01  LK-CAMPO PIC X(40).
       01  LK-LARGO PIC 99.

       PROCEDURE DIVISION USING LK-CAMPO LK-LARGO.
       MAIN-PROCEDURE.
           PERFORM ENMASCARA-CAMPO.
           GOBACK.

      *    Fixed substitution per character: letters map through one
      *    alphabet, digits through one digit ring, everything else
      *    stays. Deterministic by construction.
           ENMASCARA-CAMPO.
             PERFORM VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS > LK-LARGO OR WS-POS > 40
               MOVE LK-CAMPO(WS-POS:1) TO WS-LETRA
               PERFORM VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA > 26
                 IF WS-ABC(WS-BUSCA:1) = WS-LETRA
                   MOVE WS-ABC-MASCARA(WS-BUSCA:1)
                       TO LK-CAMPO(WS-POS:1)
                   MOVE 27 TO WS-BUSCA
                 END-IF
               END-PERFORM
               IF WS-BUSCA NOT > 27
                 PERFORM VARYING WS-BUSCA FROM 1 BY 1
                     UNTIL WS-BUSCA > 10
                   IF WS-DIGITOS(WS-BUSCA:1) = WS-LETRA
                     MOVE WS-DIG-MASCARA(WS-BUSCA:1)
                         TO LK-CAMPO(WS-POS:1)
                     MOVE 11 TO WS-BUSCA
                   END-IF
                 END-PERFORM
               END-IF
             END-PERFORM.

       END PROGRAM MASCARA.
