      *****************************************************************
      *  ZSD18-01 : PAYROLL-DEDUCTION ("PYR") outbound deduction-      *
      *             instruction file - one "D" row per start ("S") /   *
      *             change ("C") / stop ("P") instruction, mirroring   *
      *             ZSD06-01's field conventions (the leading TYPREC   *
      *             byte is this file's own addition, as on ZSD10-01), *
      *             closed by a "T" trailer carrying count and total.  *
      *****************************************************************
       01  ZSD18-01.
           03  TYPREC                     PIC X(01).
           03  DETINS.
               05  CODINS                 PIC X(01).
               05  NUMAJA                 PIC X(04).
               05  NUMCPT                 PIC X(12).
               05  RPYMTH                 PIC X(06).
               05  AMOINS                 PIC X(11).
           03  TRLINS REDEFINES DETINS.
               05  CNTINS                 PIC 9(07).
               05  TOTINS                 PIC X(11).
               05  FILLER                 PIC X(16).
