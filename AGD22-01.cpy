      *****************************************************************
      *  AGD22-01 : accounting period-control file - one row per       *
      *             company and repayment month finance has started    *
      *             to close, maintained by ZST012 only. A month with  *
      *             no row is open. "G" closing still takes postings   *
      *             (the preliminary figures are being checked); "C"   *
      *             closed is final - ZST005, the ZSR008 re-drive and  *
      *             ZST010 corrections read it through the PERCTL      *
      *             copybook and will not post into such a month.      *
      *  Key "1"  = MLTSOC-PER + PERMTH-PER                            *
      *****************************************************************
       01  AGD22-01.
           03  MLTSOC-PER                 PIC 9(01).
      *        Repayment month, YYYYMM - RPYMTH-AGD / RPYMTH-HIS form.
           03  PERMTH-PER                 PIC X(06).
           03  STAPER                     PIC X(01).
               88  PER-OPEN                   VALUE "O", SPACE.
               88  PER-CLOSING                VALUE "G".
               88  PER-CLOSED                 VALUE "C".
      *        Closing started - cleared again by a reopen.
           03  DATCLG-PER                 PIC X(08).
           03  HEUCLG-PER                 PIC X(08).
           03  USRCLG-PER                 PIC X(08).
      *        Closed - business date of the close run as well, the
      *        date the AGD23-01 snapshot was taken on.
           03  DATCLO-PER                 PIC X(08).
           03  HEUCLO-PER                 PIC X(08).
           03  USRCLO-PER                 PIC X(08).
           03  DATBUS-PER                 PIC X(08).
      *        Last change of any kind (start, reopen, close).
           03  DATMAJ-PER                 PIC X(08).
           03  HEUMAJ-PER                 PIC X(08).
           03  USRMAJ-PER                 PIC X(08).
