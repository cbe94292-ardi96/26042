      *****************************************************************
      *  ZST012C : linkage parameters specific to ZST012               *
      *****************************************************************
           03  ZST012.
      *        Company (1 or 2) and repayment month, YYYYMM.
               05  MLTSOC                 PIC 9(01).
               05  PERMTH                 PIC X(06).
      *        "G" start closing, "C" close, "O" reopen a month that
      *        is closing (a closed month is never reopened).
               05  CODACT                 PIC X(01).
                   88  ACT-CLOSING            VALUE "G".
                   88  ACT-CLOSE              VALUE "C".
                   88  ACT-REOPEN             VALUE "O".
      *        CW user making the change - required.
               05  USRPER                 PIC X(08).
