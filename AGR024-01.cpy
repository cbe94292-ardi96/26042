      *****************************************************************
      *  AGR024-01 : ZSR017 unfunded lots - settled REFOPN lots of the *
      *              range checked with no bank credit against them.   *
      *****************************************************************
       01  AGR024-01.
           03  LIGNE                      PIC X(132).
