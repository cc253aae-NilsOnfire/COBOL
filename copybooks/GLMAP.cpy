      * and credit. Events GLEXTRACT knows: "ACTIVIDAD" (posted VARS
      * ledger activity in base), "CUOTA" (net fee income), "IVA"
      * (VAT on fees), "FXCONV" (base-converted amounts of non-EUR
      * ledger records), "CASTIGO" (bad-debt write-offs posted by
      * CASTIGO: debit the bad-debt expense account, credit the
      * receivables control), "REVALFX" (FXREVAL's month-end
      * unrealised FX gain or loss, signed; its reversal the next
      * month is written as "REVALFXRV" on the same two accounts
      * with the sides swapped). An event with activity but no mapping
      * stops the extract -- finance maps it once instead of
      * re-keying forever.
      *****************************************************************
       01  GL-MAP-REG.
           05  GLM-EVENTO    PIC X(9).
