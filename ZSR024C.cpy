      *****************************************************************
      *  ZSR024C : linkage parameters specific to ZSR024               *
      *****************************************************************
           03  ZSR024.
      *        Repayment month accrued for, YYYYMM.
               05  RPYMTH                 PIC X(06).
      *        Company 1 or 2, 0 for both.
               05  MLTSOC                 PIC 9(01).
