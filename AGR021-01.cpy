      *****************************************************************
      *  AGR021-01 : ZSR016 non-remittance listing - every scheduled   *
      *              CDD33-01 account with no posted receipt on the    *
      *              AGD09-01 ledger for the repayment month asked     *
      *              for: member name, company, expected instalment    *
      *              and the run of consecutive months missed.         *
      *****************************************************************
       01  AGR021-01.
           03  LIGNE                      PIC X(132).
