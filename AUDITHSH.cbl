      ******************************************************************
      * Author:
      * Date:
      * Purpose: Callable chain hash for AUDITLOG.DAT, shared by
      *          AUDITCAD (stamping a record before it is written)
      *          and AUDITVER (re-checking it afterwards): the same
      *          rolling hash as PINHASH, run over every byte of the
      *          record that precedes AUDIT-HASH - the event itself,
      *          its AUDIT-SECUENCIA and the previous record's hash
      *          in AUDIT-HASH-ANT - so changing any of them, or
      *          moving the record to another place in the chain,
      *          changes the result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITHSH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-IDX PIC 9(3).
       01  WS-LARGO PIC 9(3) VALUE 111.
       01  WS-CARACTER PIC 9(3) COMP.
       01  WS-ACUMULADO PIC 9(18) COMP.

       LINKAGE SECTION.
       01  LK-REGISTRO PIC X(120).
       01  LK-HASH PIC 9(9).

       PROCEDURE DIVISION USING LK-REGISTRO LK-HASH.
       MAIN-PROCEDURE.
           MOVE 7 TO WS-ACUMULADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-LARGO
             COMPUTE WS-CARACTER = FUNCTION ORD(LK-REGISTRO(WS-IDX:1))
             COMPUTE WS-ACUMULADO = FUNCTION REM(
                 WS-ACUMULADO * 31 + WS-CARACTER, 999999937)
           END-PERFORM.
           MOVE WS-ACUMULADO TO LK-HASH.
           GOBACK.

       END PROGRAM AUDITHSH.
