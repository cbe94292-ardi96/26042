      *****************************************************************
      *  AGR029-01 : ZST011 dispute case maintenance listing - every   *
      *              ZSD19-01 transaction applied or refused, with     *
      *              the case status before and after.                 *
      *****************************************************************
       01  AGR029-01.
           03  LIGNE                      PIC X(132).
