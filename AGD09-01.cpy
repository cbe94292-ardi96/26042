      *             direct key read instead of an AGD06-01 archive     *
      *             hunt.                                              *
      *  Key "1"  = NUMCPT-THA-HIS + REFOPN-HIS + NUMTEC-HIS           *
SKH045*  RPYMTH-HIS is blank on rows written before it was carried -   *
SKH045*  readers needing the month of such a row take RPYMTH-AGD off   *
SKH045*  the AGD06-01 row (or its AGD13-01 archive image) by           *
SKH045*  REFOPN-HIS + NUMTEC-HIS.                                      *
      *****************************************************************
       01  AGD09-01.
           03  NUMCPT-THA-HIS             PIC X(12).
SKH029*        AGD06-01 row (MONCAP-AGD / MONINT-AGD).
SKH029     03  MONCAP-HIS                 PIC S9(14)V9(02) COMP-3.
SKH029     03  MONINT-HIS                 PIC S9(14)V9(02) COMP-3.
SKH045*        Repayment month the posting settled (RPYMTH-AGD) -
SKH045*        lets a month's receipts be found off the ledger alone.
SKH045     03  RPYMTH-HIS                 PIC X(06).
