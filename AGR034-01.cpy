      *****************************************************************
      *  AGR034-01 : ZSR024 month-end accrual listing - every          *
      *              scheduled CDD33-01 instalment of the repayment    *
      *              month with no posted receipt on the AGD09-01      *
      *              ledger, with its capital and interest, totalled   *
      *              per company for the accrual entries.              *
      *****************************************************************
       01  AGR034-01.
           03  LIGNE                      PIC X(132).
