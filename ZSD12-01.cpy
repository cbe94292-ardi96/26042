      *****************************************************************
      *  ZSD12-01 : inbound bank credit-advice file image - one row    *
      *             per credit the bank posted to the collection       *
      *             account, as taken off the morning statement.       *
      *             NOMFIC is the paying agency under the same code    *
      *             its deduction file arrives under (ANG/BEN/OTH/PYR);*
      *             REFPAY is the payment reference off the statement  *
      *             narrative, which quotes the REFOPN lot when the    *
      *             agency remitted against a settled file; MONCRD is  *
      *             decimal-edited the same way as the deduction files'*
      *             own amount fields.                                 *
      *  Key "1"  = NOMFIC + DATVAL + REFPAY                           *
      *****************************************************************
       01  ZSD12-01.
           03  NOMFIC                     PIC X(03).
      *        Value date of the credit, YYYYMMDD.
           03  DATVAL                     PIC X(08).
           03  REFPAY                     PIC X(20).
           03  MONCRD                     PIC X(11).
