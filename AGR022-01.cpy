      *****************************************************************
      *  AGR022-01 : ZSR017 matched bank credits - one line per credit *
      *              paired with the REFOPN lot / NOMFIC it funds,     *
      *              with the lot's accepted + rejected total and the  *
      *              difference between the two.                      *
      *****************************************************************
       01  AGR022-01.
           03  LIGNE                      PIC X(132).
