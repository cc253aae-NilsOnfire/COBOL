      *****************************************************************
      * NOMCONF - one record per deduction in payroll's confirmation
      * file, NOMCONF.DAT (released by INGATE): the NOMDESC.DAT
      * sequence the request went out under, the customer and the
      * payroll employee number, the amount we asked for and the
      * amount payroll actually deducted, and the outcome -- "D"
      * deducted (in full, or short when the net pay did not cover
      * it) or "B" the employee has left the payroll (a final
      * deduction, if any, still in NOMC-DEDUCIDO). Read by NOMCONF
      * in the NIGHTRUN chain.
      *****************************************************************
       01  NOM-CONF-REG.
           05  NOMC-SECUENCIA  PIC 9(6).
           05  NOMC-CUST-ID    PIC 9(6).
           05  NOMC-EMPLEADO   PIC X(10).
           05  NOMC-SOLICITADO PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  NOMC-DEDUCIDO   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  NOMC-ESTADO     PIC X.
