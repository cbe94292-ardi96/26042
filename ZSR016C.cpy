      *****************************************************************
      *  ZSR016C : linkage parameters specific to ZSR016               *
      *****************************************************************
           03  ZSR016.
      *        Repayment month checked for receipts, YYYYMM - the
      *        same form as RPYMTH-AGD / RPYMTH-HIS.
               05  RPYMTH                 PIC X(06).
