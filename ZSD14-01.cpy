      *****************************************************************
      *  ZSD14-01 : monthly insurance bordereau sent to the insurer -  *
      *             an "H" header (month, date made up), one "D" row   *
      *             per insured member with premium posted for the     *
      *             month (AGD09-01 INSIND-HIS "Y" rows, reversed rows *
      *             left out), one "S" row per MLTSOC company with its *
      *             premium and lapse-risk totals, one "L" row per     *
      *             member charged on ZSD02-01 but with no premium     *
      *             posted for the month (AMOPRM is then the premium   *
      *             that was due), and a "T" trailer over the file.    *
      *             Amounts are edited the way the ZSD07-01..ZSD10-01  *
      *             return files carry them.                           *
      *****************************************************************
       01  ZSD14-01.
           03  TYPROW                     PIC X(01).
               88  TYPROW-HEADER              VALUE "H".
               88  TYPROW-DETAIL              VALUE "D".
               88  TYPROW-SOCTOT              VALUE "S".
               88  TYPROW-LAPSE               VALUE "L".
               88  TYPROW-TRAILER             VALUE "T".
           03  DETBDX.
               05  MLTSOC-BDX             PIC 9(01).
               05  NUMCPT-BDX             PIC X(12).
               05  NOMCLI-BDX             PIC X(40).
               05  AMOPRM                 PIC X(11).
      *            Lot the premium came in on - the last one if the
      *            month's premium came in over more than one lot;
      *            blank on an "L" row.
               05  REFLOT-BDX             PIC X(10).
      *            FCD02-01 status of the account ("F" frozen) - only
      *            filled on an "L" row.
               05  STACPT-BDX             PIC X(01).
           03  HDRBDX REDEFINES DETBDX.
               05  RPYMTH-BDX             PIC X(06).
               05  DATCRE-BDX             PIC X(08).
               05  FILLER                 PIC X(61).
      *        "S" rows carry the company in MLTSOC-TOT; the "T"
      *        trailer carries zero there and the whole file's totals.
           03  TOTBDX REDEFINES DETBDX.
               05  MLTSOC-TOT             PIC 9(01).
               05  CNTPRM                 PIC 9(07).
               05  TOTPRM                 PIC X(11).
               05  CNTLAP                 PIC 9(07).
               05  TOTLAP                 PIC X(11).
               05  FILLER                 PIC X(38).
