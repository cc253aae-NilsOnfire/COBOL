      *****************************************************************
      * REFPAGO - refund payment instruction file for treasury,
      * REFPAGO.DAT, written by REFUND for every credit balance a
      * supervisor approved. Framed like BILLFEED for the receiving
      * side: a CABECERA record (business date plus RPAG-SECUENCIA,
      * incremented per successful run and persisted in
      * REFPSEQN.DAT), one PAGO record per refund (customer, payee
      * name and mailing address for the cheque or transfer, the
      * amount, the approving supervisor), and a COLA record with
      * the PAGO count, the hash total of the CUST-IDs and the
      * amount total. REFPAGO.RDY (FEEDTRIG shape) is dropped after
      * a clean run; treasury's collector deletes it on pickup.
      * RPAG-TIPO values: "CABECERA", "PAGO", "COLA".
      *****************************************************************
       01  REF-PAGO-REC.
           05  RPAG-TIPO       PIC X(9).
           05  RPAG-CUST-ID    PIC 9(6).
           05  RPAG-NOMBRE     PIC X(15).
           05  RPAG-APELLIDOS  PIC X(20).
           05  RPAG-CALLE      PIC X(25).
           05  RPAG-CIUDAD     PIC X(15).
           05  RPAG-CODPOSTAL  PIC X(8).
           05  RPAG-FECHA      PIC 9(8).
           05  RPAG-IMPORTE    PIC S9(9)V99.
           05  RPAG-APROBADOR  PIC X(10).
           05  RPAG-SECUENCIA  PIC 9(6).
           05  RPAG-REGISTROS  PIC 9(6).
           05  RPAG-HASH-CUST  PIC 9(12).
           05  RPAG-TOTAL      PIC S9(11)V99.
