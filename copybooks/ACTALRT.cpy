      *****************************************************************
      * ACTALRT - unusual-activity review file, ACTALRT.DAT: one
      * record per alert ACTMON raises against a customer's ledger
      * activity for the business date (ACTA-FECHA), compared with
      * the customer's own history in TXNHIST.DAT. ACTA-MOTIVO is the
      * reason code:
      *   "PARES"   pair count well above the customer's average per
      *             active day (ACTA-OBSERVADO today's pairs,
      *             ACTA-REFERENCIA the average);
      *   "IMPORTE" EUR amount well above that average (same);
      *   "DORMIDO" activity after months without any (OBSERVADO the
      *             months, REFERENCIA the last activity date);
      *   "DIVISA"  first pairs ever in a currency other than EUR
      *             (ACTA-MONEDA, OBSERVADO today's pairs in it);
      *   "UMBRAL"  many pairs just under the customer's CUST-LIMITE
      *             (OBSERVADO the pairs, REFERENCIA the limit).
      * ACTA-PUNTOS scores the alert from 1 to 99; the highest also
      * raise an OPERALRT alert. Alerts are appended open (ACTA-ESTADO
      * "A") and closed ("C") through ACTREV by a supervisor, whose
      * sign-on is kept in ACTA-OPERADOR with the date, the decision
      * ("EXPLICADA" the activity is accounted for, "ESCALADA"
      * referred on for investigation) and a free note.
      *****************************************************************
       01  ACT-ALRT-REG.
           05  ACTA-FECHA      PIC 9(8).
           05  ACTA-HORA       PIC 9(8).
           05  ACTA-CUST-ID    PIC 9(6).
           05  ACTA-MOTIVO     PIC X(9).
           05  ACTA-PUNTOS     PIC 9(3).
           05  ACTA-OBSERVADO  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ACTA-REFERENCIA PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ACTA-MONEDA     PIC X(3).
           05  ACTA-ESTADO     PIC X.
           05  ACTA-DECISION   PIC X(10).
           05  ACTA-FECHA-CIERRE PIC 9(8).
           05  ACTA-OPERADOR   PIC X(10).
           05  ACTA-NOTA       PIC X(40).
