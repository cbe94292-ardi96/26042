      *             record type, so the leading TYPREC byte is this    *
      *             file's own addition), closed by a "T" trailer      *
      *             carrying the row count and the edited total.       *
SKH052*             A dispute refund (an AGD19-01 case ZST011          *
SKH052*             approved) rides as one more detail row, MOTRFU     *
SKH052*             "13", under its first linked posting's fields.     *
      *****************************************************************
       01  ZSD10-01.
           03  TYPREC                     PIC X(01).
