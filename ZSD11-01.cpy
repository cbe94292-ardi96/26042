      *             keyed NUMTBL+ARGTBL, the same order as TAD01-01),  *
      *             since ZST006 validates a whole account's splits    *
      *             as one group.                                      *
SKH049*             DATEFF / USRMAJ apply to ZZ1 / ZZ4 rows only: the  *
SKH049*             date the change takes effect (blank = business     *
SKH049*             date, or from the start for a first-ever add) and  *
SKH049*             who keyed it, both carried onto AGD17-01.          *
SKH053*             "ZZF" fee-rate rows: ARGTBL = NOMFIC + MLTSOC +    *
SKH053*             effective-from YYYYMMDD, MONTB1 the flat fee per   *
SKH053*             item, and FEEPCT / FEEMIN / FEEMAX edited like     *
SKH053*             MONTB1 (a percentage of 0.75 is keyed as 0.75).    *
      *****************************************************************
       01  ZSD11-01.
           03  CODACT                     PIC X(01).
           03  LIBEL1                     PIC X(12).
           03  ZONTBL                     PIC X(12).
           03  MONTB1                     PIC X(11).
SKH049     03  DATEFF                     PIC X(08).
SKH049     03  USRMAJ                     PIC X(08).
SKH053     03  FEEPCT                     PIC X(11).
SKH053     03  FEEMIN                     PIC X(11).
SKH053     03  FEEMAX                     PIC X(11).
