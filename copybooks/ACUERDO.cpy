      *****************************************************************
      * ACUERDO - payment-arrangement register, ACUERDOS.DAT: one
      * record per instalment plan agreed with a customer in
      * collections, raised through ACUMNT with the arranging
      * operator. The plan is ACU-TOTAL paid in instalments of
      * ACU-CUOTA falling due monthly from ACU-PRIMER-VTO
      * (ACU-PLAZOS instalments, the last one for the remainder).
      * While ACU-ESTADO is "A" (activo) DUNNING leaves the customer
      * at its current letter level. ACUCHK re-proves every active
      * plan nightly from CASHAPP's applied-cash journal
      * (CASHAPLI.DAT) since ACU-FECHA-ALTA: cash short of the
      * instalments due more than DUNPARM.DAT's grace days ago marks
      * the plan "R" (roto) and alerts collections through OPERALRT,
      * so escalation resumes; the full total paid marks it "C"
      * (cumplido). "X" = cancelled by the desk in ACUMNT.
      * ACU-FECHA-ESTADO is when the plan left "A".
      *****************************************************************
       01  ACUERDO-REG.
           05  ACU-NUMERO       PIC 9(4).
           05  ACU-CUST-ID      PIC 9(6).
           05  ACU-TOTAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  ACU-CUOTA        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  ACU-PRIMER-VTO   PIC 9(8).
           05  ACU-PLAZOS       PIC 999.
           05  ACU-ESTADO       PIC X.
           05  ACU-FECHA-ALTA   PIC 9(8).
           05  ACU-OPERADOR     PIC X(10).
           05  ACU-PAGADO       PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  ACU-FECHA-ESTADO PIC 9(8).
