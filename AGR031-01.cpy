      *****************************************************************
      *  AGR031-01 : ZSR022 collection-fee listing of one lot - the    *
      *              fee raised per company / format with its base,    *
      *              the rate used and any bound applied, and every    *
      *              company / format no rate was in force for.        *
      *****************************************************************
       01  AGR031-01.
           03  LIGNE                      PIC X(132).
