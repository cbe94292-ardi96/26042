      *****************************************************************
      *  ZSR023C : linkage parameters specific to ZSR023               *
      *****************************************************************
           03  ZSR023.
      *        Month of the statement, YYYYMM - every lot whose fee
      *        was raised on a business date of that month.
               05  FEEMTH                 PIC X(06).
