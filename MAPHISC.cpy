      *****************************************************************
      *  MAPHISC : working-storage for the MAPHIS mapping-history     *
      *            copybook - the program fills in the table family,  *
      *            the key (or key prefix), the old account for a     *
      *            prefix scan, and the repayment month, before       *
      *            performing the MAPHIS paragraphs.                  *
      *****************************************************************
       01  MAPHIS-AREA.
           03  MAPHIS-NUMTBL              PIC X(03).
           03  MAPHIS-ARGTBL              PIC X(30).
           03  MAPHIS-OLDCPT              PIC X(12).
      *        Repayment month, YYYYMM - RPYMTH-AGD / DEDMTH form.
           03  MAPHIS-RPYMTH              PIC X(06).
      *        Answer: "Y" a version was in force for the month (its
      *        ZONTBL / LIBEL1 returned), "N" the history says no
      *        mapping was in force, space no history for the key -
      *        the live TAD01-01 row is the answer.
           03  MAPHIS-SWI                 PIC X(01).
               88  MAPHIS-FOUND                 VALUE "Y".
               88  MAPHIS-NOT-IN-FORCE          VALUE "N".
               88  MAPHIS-NO-HISTORY            VALUE SPACE.
           03  MAPHIS-ZONTBL              PIC X(12).
           03  MAPHIS-LIBEL1              PIC X(12).
      *        Work fields of the scans.
           03  MAPHIS-ARGCUR              PIC X(30).
           03  MAPHIS-STACUR              PIC X(01).
           03  MAPHIS-ZONCUR              PIC X(12).
           03  MAPHIS-LIBCUR              PIC X(12).
