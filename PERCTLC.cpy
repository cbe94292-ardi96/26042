      *****************************************************************
      *  PERCTLC : working-storage for the PERCTL period-control       *
      *            copybook - the program fills in the company and     *
      *            the repayment month before performing               *
      *            PERCTL-CHECK.                                       *
      *****************************************************************
       01  PERCTL-AREA.
           03  PERCTL-MLTSOC              PIC 9(01).
      *        Repayment month, YYYYMM - RPYMTH-AGD / DEDMTH form.
           03  PERCTL-PERMTH              PIC X(06).
      *        Answer: the month's AGD22-01 status, space when the
      *        month has no row (open).
           03  PERCTL-STAPER              PIC X(01).
               88  PERCTL-OPEN                  VALUE "O", SPACE.
               88  PERCTL-CLOSING               VALUE "G".
               88  PERCTL-CLOSED                VALUE "C".
