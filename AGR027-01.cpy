      *****************************************************************
      *  AGR027-01 : ZSR019 mapping-history inquiry listing - every    *
      *              AGD17-01 ZZ1 / ZZ4 version recorded for one old   *
      *              account, with its effective-from / effective-to   *
      *              dates and who changed it, and the live ZZ1 row.   *
      *****************************************************************
       01  AGR027-01.
           03  LIGNE                      PIC X(132).
