      *****************************************************************
      *  ZSD15-01 : ANGKASA outbound deduction-instruction file - one  *
      *             "1" row per start ("S") / change ("C") / stop      *
      *             ("P") instruction, mirroring ZSL04-01's field      *
      *             conventions, the monthly amount to deduct from     *
      *             DEDMTH on (zero on a stop), closed by a "9"        *
      *             trailer carrying the row count and edited total.   *
      *****************************************************************
       01  ZSD15-01.
           03  TYPROW                     PIC X(01).
           03  DETINS.
               05  CODINS                 PIC X(01).
               05  NUMIDT                 PIC X(04).
               05  TYPDED                 PIC X(02).
               05  NUMMEM                 PIC X(12).
               05  DEDMTH                 PIC X(06).
               05  AMOINS                 PIC X(11).
           03  TRLINS REDEFINES DETINS.
               05  CNTINS                 PIC 9(07).
               05  TOTINS                 PIC X(11).
               05  FILLER                 PIC X(18).
