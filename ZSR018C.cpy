      *****************************************************************
      *  ZSR018C : linkage parameters specific to ZSR018               *
      *****************************************************************
           03  ZSR018.
      *        Repayment month the bordereau is made up for, YYYYMM -
      *        the same form as RPYMTH-AGD / RPYMTH-HIS.
               05  RPYMTH                 PIC X(06).
