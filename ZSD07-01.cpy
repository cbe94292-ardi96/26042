      *             closed by a "9" trailer carrying the row count and *
      *             the edited total so their side can balance the     *
      *             refund before applying it.                         *
SKH052*             A dispute refund (an AGD19-01 case ZST011          *
SKH052*             approved) rides as one more detail row, MOTRFU     *
SKH052*             "13", under its first linked posting's fields.     *
      *****************************************************************
       01  ZSD07-01.
           03  TYPROW                     PIC X(01).
