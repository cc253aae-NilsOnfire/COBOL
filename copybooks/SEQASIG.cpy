      *****************************************************************
      * SEQASIG - one record per block of sequence numbers reserved
      * for a branch, appended to SEQASIG.DAT by PERFORM-TIMES100:
      * the series, the branch code, the first and last number of
      * the block, the business date of the reservation and the
      * signed-on operator who made it. The central counter never
      * issues a number inside a block; the gap detector counts the
      * block as accounted for, SEQVOID accepts its numbers as issued
      * and SEQCONC reconciles it against the branch's usage file.
      *****************************************************************
       01  SEQ-ASIG-REG.
           05  ASIG-SERIE      PIC X(8).
           05  ASIG-SUCURSAL   PIC X(6).
           05  ASIG-DESDE      PIC 9(5).
           05  ASIG-HASTA      PIC 9(5).
           05  ASIG-FECHA      PIC 9(8).
           05  ASIG-OPERADOR   PIC X(10).
