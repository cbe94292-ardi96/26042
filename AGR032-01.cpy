      *****************************************************************
      *  AGR032-01 : ZSR023 monthly agency fee statement - per agency  *
      *              and company, every lot's fee with its base and    *
      *              rate, then the month's totals to set against the  *
      *              agency's invoice.                                 *
      *****************************************************************
       01  AGR032-01.
           03  LIGNE                      PIC X(132).
