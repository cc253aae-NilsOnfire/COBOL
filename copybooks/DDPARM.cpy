      *****************************************************************
      * DDPARM - direct-debit parameters, DDPARM.DAT (optional; the
      * defaults apply when absent): DDP-DIA-COBRO is the day of the
      * month collections fall due -- DDCOBRO collects on the first
      * business day on or after it, once per month (default 05) --
      * and DDP-MAX-DEVOL the number of returned collections after
      * which DDDEVOL suspends the mandate (default 02).
      *****************************************************************
       01  DD-PARM-REG.
           05  DDP-DIA-COBRO   PIC 99.
           05  DDP-MAX-DEVOL   PIC 99.
