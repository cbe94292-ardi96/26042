      *****************************************************************
      *  AGR023-01 : ZSR017 unmatched bank credits - money credited    *
      *              by an agency with no settled lot on file for it.  *
      *****************************************************************
       01  AGR023-01.
           03  LIGNE                      PIC X(132).
