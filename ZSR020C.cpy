      *****************************************************************
      *  ZSR020C : linkage parameters specific to ZSR020               *
      *****************************************************************
           03  ZSR020.
      *        First repayment month the instructions apply to, YYYYMM
      *        - the same form as RPYMTH-AGD / DEDMTH.
               05  RPYMTH                 PIC X(06).
