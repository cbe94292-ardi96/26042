      *****************************************************************
      *  ZSD17-01 : OTHER-FORMAT outbound deduction-instruction file - *
      *             one "D" row per start ("S") / change ("C") / stop  *
      *             ("P") instruction, mirroring ZSD05-01's field      *
      *             conventions (the leading TYPREC byte is this       *
      *             file's own addition, as on ZSD09-01), closed by a  *
      *             "T" trailer carrying the row count and total.      *
      *****************************************************************
       01  ZSD17-01.
           03  TYPREC                     PIC X(01).
           03  DETINS.
               05  CODINS                 PIC X(01).
               05  IDTCLI                 PIC X(04).
               05  NUMCPT                 PIC X(12).
               05  DEPCOD                 PIC X(04).
               05  RPYMTH                 PIC X(06).
               05  AMOINS                 PIC X(11).
           03  TRLINS REDEFINES DETINS.
               05  CNTINS                 PIC 9(07).
               05  TOTINS                 PIC X(11).
               05  FILLER                 PIC X(20).
