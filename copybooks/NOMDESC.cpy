      *****************************************************************
      * NOMDESC - payroll-deduction extract for the HR/payroll system,
      * NOMDESC.DAT, written by NOMDESC once a month. Framed like
      * DDCOBRO for the receiving side: a CABECERA record (business
      * date plus NOMD-SECUENCIA, incremented per successful run and
      * persisted in NOMDSEQN.DAT), one DESCUENTO record per employee
      * customer to deduct from (payroll employee number, the amount
      * to deduct this pay period and the balance it comes from), and
      * a COLA record with the DESCUENTO count, the hash total of the
      * CUST-IDs and the amount total. NOMDESC.RDY (FEEDTRIG shape) is
      * dropped after a clean run that carried at least one
      * deduction; payroll's pickup job deletes it. NOMD-TIPO values:
      * "CABECERA", "DESCUENTO", "COLA".
      *****************************************************************
       01  NOM-DESC-REG.
           05  NOMD-TIPO       PIC X(9).
           05  NOMD-CUST-ID    PIC 9(6).
           05  NOMD-EMPLEADO   PIC X(10).
           05  NOMD-FECHA      PIC 9(8).
           05  NOMD-IMPORTE    PIC S9(9)V99.
           05  NOMD-SALDO      PIC S9(11)V99.
           05  NOMD-SECUENCIA  PIC 9(6).
           05  NOMD-REGISTROS  PIC 9(6).
           05  NOMD-HASH-CUST  PIC 9(12).
           05  NOMD-TOTAL      PIC S9(11)V99.
