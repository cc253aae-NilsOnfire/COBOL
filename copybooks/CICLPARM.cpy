      *****************************************************************
      * CICLPARM - billing-cycle assignment rules, CICLPARM.DAT (one
      * record per segment, optional). A new customer of segment
      * CICP-SEGMENTO is given a cycle day between CICP-DIA-DESDE and
      * CICP-DIA-HASTA (1-28), spread over the range by CUST-ID so
      * the segment's customers do not all land on one day. A
      * segment of "***" is the rule for any segment not listed;
      * with no rule at all the whole month (1-28) is used. Read by
      * CICLODIA at intake (PERFORM-THRU, CUSTMAINT) and at
      * conversion (CUSTCONV, DATACONV), and listed by CICLORPT so
      * the rules can be rebalanced against the counts per day.
      *****************************************************************
       01  CICLO-PARM-REG.
           05  CICP-SEGMENTO    PIC X(3).
           05  CICP-DIA-DESDE   PIC 99.
           05  CICP-DIA-HASTA   PIC 99.
