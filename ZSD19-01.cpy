      *****************************************************************
      *  ZSD19-01 : dispute case maintenance transaction file - one    *
      *             row per action against an AGD19-01 case, loaded    *
      *             by ZST011 in key order, so several actions on one  *
      *             case in the same file apply one after the other:   *
      *             "O" open, "L" link a further posting, "I" under    *
      *             investigation, "A" refund approved, "R" rejected,  *
      *             "C" closed, "U" update officer / note.             *
      *             REFLOT + NUMTEC name the AGD06-01 posting for "O"  *
      *             (optional) and "L"; USRDSP is the handling         *
      *             officer for "O" / "U"; USRAPR and MONAPR (edited   *
      *             the same way as the deduction files' amounts) are  *
      *             for "A" only.                                      *
      *  Key "1"  = NUMDSP + NUMCPT + SEQTXN                           *
      *****************************************************************
       01  ZSD19-01.
           03  NUMDSP                     PIC X(08).
           03  NUMCPT                     PIC X(12).
           03  SEQTXN                     PIC 9(03).
           03  CODACT                     PIC X(01).
               88  ACT-OPEN                   VALUE "O".
               88  ACT-LINK                   VALUE "L".
               88  ACT-INVEST                 VALUE "I".
               88  ACT-APPROVE                VALUE "A".
               88  ACT-REJECT                 VALUE "R".
               88  ACT-CLOSE                  VALUE "C".
               88  ACT-UPDATE                 VALUE "U".
           03  RPYMTH                     PIC X(06).
           03  REFLOT                     PIC X(10).
           03  NUMTEC                     PIC X(06).
           03  USRDSP                     PIC X(08).
           03  USRAPR                     PIC X(08).
           03  MONAPR                     PIC X(11).
           03  MOTDSP                     PIC X(40).
