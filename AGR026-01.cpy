      *****************************************************************
      *  AGR026-01 : ZSR018 insurance bordereau summary - premium      *
      *              collected per MLTSOC company for the month, and   *
      *              the lapse-risk section: every member carrying a   *
      *              ZSD02-01 insurance charge with no premium posted  *
      *              for the month.                                    *
      *****************************************************************
       01  AGR026-01.
           03  LIGNE                      PIC X(132).
