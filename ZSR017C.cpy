      *****************************************************************
      *  ZSR017C : linkage parameters specific to ZSR017               *
      *****************************************************************
           03  ZSR017.
      *        Settled lots to match the credits against, as an
      *        inclusive lot-reference range - normally the lots cut
      *        since the last statement was ticked off.
               05  REFFRM                 PIC X(10).
               05  REFTO                  PIC X(10).
