      *****************************************************************
      *  AGR033-01 : ZST012 period-close report - the status change    *
      *              made (or refused) for one company and month and   *
      *              the month's ledger and GL figures per agency      *
      *              format: preliminary on a start of closing, the    *
      *              frozen AGD23-01 snapshot on a close.              *
      *****************************************************************
       01  AGR033-01.
           03  LIGNE                      PIC X(132).
