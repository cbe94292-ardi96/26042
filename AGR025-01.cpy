      *****************************************************************
      *  AGR025-01 : ZST010 correction posting listing - every         *
      *              ZSD13-01 transaction applied or refused, with the *
      *              account, company and split before and after.      *
      *****************************************************************
       01  AGR025-01.
           03  LIGNE                      PIC X(132).
