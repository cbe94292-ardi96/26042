      *  TAD01-01 : generic mapping/deduction table - rows for "ZZ1", *
      *             "ZZ2", "ZZ4" (and any other NUMTBL family) share   *
      *             this one physical layout.                         *
SKH053*             "ZZF" rows are the agency collection-fee rates,    *
SKH053*             one per NOMFIC + MLTSOC + effective-from date      *
SKH053*             (ARGTBL), maintained through ZST006: MONTB1 the    *
SKH053*             flat fee per accepted item, LIBEL1 / ZONTBL        *
SKH053*             redefined as the percentage of the amount and the  *
SKH053*             minimum / maximum fee of a lot (maximum 0 = none). *
      *  Key "1" = NUMTBL + ARGTBL                                     *
      *****************************************************************
       01  TAD01-01.
           03  NUMTBL                     PIC X(03).
           03  ARGTBL                     PIC X(30).
           03  LIBEL1                     PIC X(12).
SKH053     03  LIBEL1-FEE REDEFINES LIBEL1.
SKH053         05  FEEPCT                 PIC 9(03)V9(02).
SKH053         05  FEEMIN                 PIC 9(05)V9(02).
           03  ZONTBL                     PIC X(12).
SKH053     03  ZONTBL-FEE REDEFINES ZONTBL.
SKH053         05  FEEMAX                 PIC 9(10)V9(02).
           03  MONTB1                     PIC S9(14)V9(02) COMP-3.
