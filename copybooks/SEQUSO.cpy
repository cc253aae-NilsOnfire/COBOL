      *****************************************************************
      * SEQUSO - one record per sequence number a branch used out of
      * its reserved block, in the usage file the branch returns,
      * SEQUSO.DAT (released by INGATE): the series, the branch code,
      * the number and the date the branch used it. Read by SEQCONC.
      *****************************************************************
       01  SEQ-USO-REG.
           05  USO-SERIE       PIC X(8).
           05  USO-SUCURSAL    PIC X(6).
           05  USO-NUMERO      PIC 9(5).
           05  USO-FECHA       PIC 9(8).
