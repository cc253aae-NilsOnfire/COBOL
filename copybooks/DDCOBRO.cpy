      *****************************************************************
      * DDCOBRO - direct-debit collection file for the bank,
      * DDCOBRO.DAT, written by DDCOBRO on each collection date.
      * Framed like BILLFEED for the receiving side: a CABECERA
      * record (business date plus DDC-SECUENCIA, incremented per
      * successful run and persisted in DDCOSEQN.DAT), one COBRO
      * record per customer debited (mandate reference, account to
      * debit, amount), and a COLA record with the COBRO count, the
      * hash total of the CUST-IDs and the amount total. DDCOBRO.RDY
      * (FEEDTRIG shape) is dropped after a clean run that carried at
      * least one collection; the bank's collector deletes it on
      * pickup. DDC-TIPO values: "CABECERA", "COBRO", "COLA".
      *****************************************************************
       01  DD-COBRO-REG.
           05  DDC-TIPO        PIC X(9).
           05  DDC-CUST-ID     PIC 9(6).
           05  DDC-REFERENCIA  PIC X(35).
           05  DDC-CUENTA      PIC X(34).
           05  DDC-FECHA       PIC 9(8).
           05  DDC-IMPORTE     PIC S9(9)V99.
           05  DDC-SECUENCIA   PIC 9(6).
           05  DDC-REGISTROS   PIC 9(6).
           05  DDC-HASH-CUST   PIC 9(12).
           05  DDC-TOTAL       PIC S9(11)V99.
