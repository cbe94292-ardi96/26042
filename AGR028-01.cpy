      *****************************************************************
      *  AGR028-01 : ZSR020 deduction-instruction listing - every      *
      *              start / change / stop sent, every scheduled       *
      *              account no agency could be found for, and the     *
      *              count and total per agency file.                  *
      *****************************************************************
       01  AGR028-01.
           03  LIGNE                      PIC X(132).
