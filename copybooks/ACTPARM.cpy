      *****************************************************************
      * ACTPARM - thresholds of ACTMON's unusual-activity monitor, one
      * record read from ACTPARM.DAT when present; a missing file or a
      * zero or non-numeric field keeps the default in brackets.
      * ACTP-VENTANA-DIAS   days of history the customer's average is
      *                     taken over, per day with activity [90]
      * ACTP-FACTOR-PARES   times the average pair count that makes a
      *                     spike [3], once the day has at least
      * ACTP-MIN-PARES      pairs [10]
      * ACTP-FACTOR-IMPORTE times the average EUR amount [3], once
      *                     the day reaches
      * ACTP-MIN-IMPORTE    whole EUR [5000]
      * ACTP-MESES-DORMIDO  months without activity that make a
      *                     customer dormant for the monitor [6]
      * ACTP-PCT-UMBRAL     percent of CUST-LIMITE from which a pair
      *                     is just under the limit [90], and
      * ACTP-MIN-UMBRAL     such pairs in a day that raise it [3]
      * ACTP-PUNTOS-ALERTA  score from which an alert also goes to
      *                     OPERALRT [80]
      *****************************************************************
       01  ACT-PARM-REG.
           05  ACTP-VENTANA-DIAS   PIC 9(3).
           05  ACTP-FACTOR-PARES   PIC 9(2).
           05  ACTP-MIN-PARES      PIC 9(3).
           05  ACTP-FACTOR-IMPORTE PIC 9(2).
           05  ACTP-MIN-IMPORTE    PIC 9(7).
           05  ACTP-MESES-DORMIDO  PIC 9(3).
           05  ACTP-PCT-UMBRAL     PIC 9(3).
           05  ACTP-MIN-UMBRAL     PIC 9(3).
           05  ACTP-PUNTOS-ALERTA  PIC 9(3).
