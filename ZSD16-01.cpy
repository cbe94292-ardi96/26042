      *****************************************************************
      *  ZSD16-01 : BENDAHARI outbound deduction-instruction file -    *
      *             one "D" row per start ("S") / change ("C") / stop  *
      *             ("P") instruction, mirroring ZSD04-01's field      *
      *             conventions, the monthly amount to deduct from     *
      *             RPYMTH on (zero on a stop), closed by a "T"        *
      *             trailer carrying the row count and edited total.   *
      *****************************************************************
       01  ZSD16-01.
           03  TYPREC                     PIC X(01).
           03  DETINS.
               05  CODINS                 PIC X(01).
               05  NUMCPT                 PIC X(12).
               05  NUMIDT                 PIC X(04).
               05  TYPDED-LOA             PIC X(02).
               05  RPYMTH                 PIC X(06).
               05  AMOINS                 PIC X(11).
           03  TRLINS REDEFINES DETINS.
               05  CNTINS                 PIC 9(07).
               05  TOTINS                 PIC X(11).
               05  FILLER                 PIC X(18).
