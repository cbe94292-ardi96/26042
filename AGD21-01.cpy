      *****************************************************************
      *  AGD21-01 : agency collection-fee ledger - one row per lot /   *
      *             company / format ZSR022 has raised a fee on, with  *
      *             the base it was worked from and the "ZZF" rate     *
      *             version used, so the month-end ZSR023 statement    *
      *             can be checked line by line against the agency's   *
      *             invoice. Its TYPGL "F" twin is on AGD07-01.        *
      *  Key "1"  = REFOPN-FEE + MLTSOC-FEE + NOMFIC-FEE               *
SKH055*  Key "2"  = MLTSOC-FEE + NOMFIC-FEE + DATBUS-FEE               *
SKH055*             (alternate, duplicates allowed - one company and   *
SKH055*             agency's lots in date order)                       *
      *****************************************************************
       01  AGD21-01.
           03  REFOPN-FEE                 PIC X(10).
           03  MLTSOC-FEE                 PIC 9(01).
           03  NOMFIC-FEE                 PIC X(03).
           03  DATBUS-FEE                 PIC X(08).
      *        Accepted items and amount of the lot (its AGD07-01
      *        settlement rows).
           03  CNT-BAS-FEE                PIC 9(07).
           03  MNT-BAS-FEE                PIC S9(14)V9(02) COMP-3.
      *        Rate version in force on DATBUS-FEE, as read.
           03  DATFRM-FEE                 PIC X(08).
           03  FLAT-FEE                   PIC S9(14)V9(02) COMP-3.
           03  PCT-FEE                    PIC 9(03)V9(02).
           03  MIN-FEE                    PIC 9(05)V9(02).
           03  MAX-FEE                    PIC 9(10)V9(02).
      *        Fee before and after the minimum / maximum bounds, and
      *        which bound applied ("N" none, "L" minimum, "H" max).
           03  MNT-CAL-FEE                PIC S9(14)V9(02) COMP-3.
           03  MNT-FEE                    PIC S9(14)V9(02) COMP-3.
           03  BNDFEE                     PIC X(01).
           03  DATCRE-FEE                 PIC X(08).
           03  HEUCRE-FEE                 PIC X(08).
