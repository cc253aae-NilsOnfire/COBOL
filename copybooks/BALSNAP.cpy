      * latest snapshot instead of back-computing across every
      * generation, and INQUIRY answers "what did this customer owe
      * at the end of July?" with one keyed read instead of a
      * two-day manual reconstruction. EXPORPT compares each large
      * exposure with its balance at the last three closes.
      *****************************************************************
       01  BAL-SNAP-REG.
           05  BAL-SNAP-CLAVE.
