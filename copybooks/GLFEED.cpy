      * D debit / H credit, amount, the event it came from), and a
      * COLA with the line count and the debit and credit totals --
      * which GLEXTRACT refuses to write unless they are equal.
      * GLRECON takes each complete feed into the receivables
      * control-account history (GLCONC.DAT) the next morning's
      * overwrite would otherwise lose, and appends its LINEA records
      * unchanged to GLHIST.DAT, the GL side VATRPT proves against.
      * GL-TIPO: "CABECERA", "LINEA", "COLA".
      *****************************************************************
       01  GL-FEED-REC.
