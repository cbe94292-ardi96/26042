      *****************************************************************
      *  MAPHIS : ZZ1 / ZZ4 mapping resolution as of a repayment       *
      *           month, off the AGD17-01 mapping history ZST006       *
      *           keeps - shared through "COPY MAPHIS." at PROCEDURE   *
      *           DIVISION level, the same way RUNCTL is:              *
      *           - MAPHIS-ASOF  : the version of one NUMTBL + ARGTBL  *
      *                            in force for MAPHIS-RPYMTH;         *
      *           - MAPHIS-SCAN  : the ZZ4 fallback - every ARGTBL     *
      *                            under the MAPHIS-ARGTBL prefix, the *
      *                            first whose version in force for    *
      *                            the month carries LIBEL1 =          *
      *                            MAPHIS-OLDCPT;                      *
      *           - MAPHIS-TAR1  : MAPHIS-ASOF applied over the answer *
      *                            of an @TAR1 just made on the same   *
      *                            key, so the caller's own CODRET /   *
      *                            ZONTBL OF TAR1 test carries on      *
      *                            unchanged.                          *
      *           The version in force for a month is the last one     *
      *           whose DATFRM-MAP falls in or before that month - a   *
      *           change made during the month holds for the whole of  *
      *           it. A key with no history at all answers space and   *
      *           the live TAD01-01 row stands. The program must have  *
      *           AGD17-01 open and the MAPHISC area filled in.        *
      *****************************************************************

       MAPHIS-ASOF.
      *------------*
           MOVE SPACE                TO MAPHIS-SWI    OF MAPHIS-AREA.
           MOVE SPACES               TO MAPHIS-ZONTBL OF MAPHIS-AREA.
           MOVE SPACES               TO MAPHIS-LIBEL1 OF MAPHIS-AREA.

           MOVE SPACES               TO AGD17-01.
           MOVE MAPHIS-NUMTBL OF MAPHIS-AREA
                                     TO NUMTBL-MAP OF AGD17-01.
           MOVE MAPHIS-ARGTBL OF MAPHIS-AREA
                                     TO ARGTBL-MAP OF AGD17-01.
           MOVE 0                    TO VERMAP     OF AGD17-01.

           @START,"1","GE",AGD17-01,XX.
           IF ACCESS-OK
              @READNX,AGD17-01,XX
           END-IF.

      * --> Versions come in VERMAP order, and DATFRM-MAP never goes
      *     backwards from one version to the next (ZST006 refuses
      *     it), so the last one starting in or before the month wins.

           PERFORM UNTIL NOT ACCESS-OK
           OR NUMTBL-MAP OF AGD17-01 NOT = MAPHIS-NUMTBL OF MAPHIS-AREA
           OR ARGTBL-MAP OF AGD17-01 NOT = MAPHIS-ARGTBL OF MAPHIS-AREA
              IF MAPHIS-NO-HISTORY OF MAPHIS-AREA
                 MOVE "N"            TO MAPHIS-SWI OF MAPHIS-AREA
              END-IF
              IF DATFRM-MAP OF AGD17-01 (1:6) NOT >
                 MAPHIS-RPYMTH OF MAPHIS-AREA
                 IF STAMAP-ACTIVE OF AGD17-01
                    MOVE "Y"         TO MAPHIS-SWI OF MAPHIS-AREA
                    MOVE ZONTBL-MAP OF AGD17-01
                                     TO MAPHIS-ZONTBL OF MAPHIS-AREA
                    MOVE LIBEL1-MAP OF AGD17-01
                                     TO MAPHIS-LIBEL1 OF MAPHIS-AREA
                 ELSE
                    MOVE "N"         TO MAPHIS-SWI OF MAPHIS-AREA
                    MOVE SPACES      TO MAPHIS-ZONTBL OF MAPHIS-AREA
                    MOVE SPACES      TO MAPHIS-LIBEL1 OF MAPHIS-AREA
                 END-IF
              END-IF
              @READNX,AGD17-01,XX
           END-PERFORM.

       MAPHIS-ASOF-FN.
      *---------------*
           EXIT.

      * --> Same generic positioning as the TAD01-01 fallback scan in
      *     READ-ZZ4 (ZST005): "==" on the key prefix, one ARGTBL group
      *     after the other, each judged on its version in force for
      *     the month once the group is complete.

       MAPHIS-SCAN.
      *------------*
           MOVE SPACE                TO MAPHIS-SWI    OF MAPHIS-AREA.
           MOVE SPACES               TO MAPHIS-ZONTBL OF MAPHIS-AREA.
           MOVE SPACES               TO MAPHIS-LIBEL1 OF MAPHIS-AREA.
           MOVE SPACES               TO MAPHIS-ARGCUR OF MAPHIS-AREA.
           MOVE SPACE                TO MAPHIS-STACUR OF MAPHIS-AREA.

           MOVE SPACES               TO AGD17-01.
           MOVE MAPHIS-NUMTBL OF MAPHIS-AREA
                                     TO NUMTBL-MAP OF AGD17-01.
           MOVE MAPHIS-ARGTBL OF MAPHIS-AREA
                                     TO ARGTBL-MAP OF AGD17-01.

           @STARTZ,"1","==",AGD17-01,XX.

           PERFORM UNTIL NOT ACCESS-OK
           OR MAPHIS-FOUND OF MAPHIS-AREA
              @READNX,AGD17-01,XX
              IF ACCESS-OK
                 IF ARGTBL-MAP OF AGD17-01 NOT =
                    MAPHIS-ARGCUR OF MAPHIS-AREA
                    PERFORM MAPHIS-SCAN-GRP THRU MAPHIS-SCAN-GRP-FN
                    MOVE ARGTBL-MAP OF AGD17-01
                                     TO MAPHIS-ARGCUR OF MAPHIS-AREA
                    MOVE SPACE       TO MAPHIS-STACUR OF MAPHIS-AREA
                 END-IF
                 IF DATFRM-MAP OF AGD17-01 (1:6) NOT >
                    MAPHIS-RPYMTH OF MAPHIS-AREA
                    MOVE STAMAP OF AGD17-01
                                     TO MAPHIS-STACUR OF MAPHIS-AREA
                    MOVE ZONTBL-MAP OF AGD17-01
                                     TO MAPHIS-ZONCUR OF MAPHIS-AREA
                    MOVE LIBEL1-MAP OF AGD17-01
                                     TO MAPHIS-LIBCUR OF MAPHIS-AREA
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT MAPHIS-FOUND OF MAPHIS-AREA
              PERFORM MAPHIS-SCAN-GRP THRU MAPHIS-SCAN-GRP-FN
           END-IF.

       MAPHIS-SCAN-FN.
      *---------------*
           EXIT.


       MAPHIS-SCAN-GRP.
      *----------------*
           IF MAPHIS-ARGCUR OF MAPHIS-AREA = SPACES
              GO MAPHIS-SCAN-GRP-FN
           END-IF.

           IF MAPHIS-STACUR OF MAPHIS-AREA = "A"
              AND MAPHIS-LIBCUR OF MAPHIS-AREA =
                  MAPHIS-OLDCPT OF MAPHIS-AREA
              MOVE "Y"               TO MAPHIS-SWI OF MAPHIS-AREA
              MOVE MAPHIS-ZONCUR OF MAPHIS-AREA
                                     TO MAPHIS-ZONTBL OF MAPHIS-AREA
              MOVE MAPHIS-LIBCUR OF MAPHIS-AREA
                                     TO MAPHIS-LIBEL1 OF MAPHIS-AREA
           ELSE
              MOVE "N"               TO MAPHIS-SWI OF MAPHIS-AREA
           END-IF.

       MAPHIS-SCAN-GRP-FN.
      *-------------------*
           EXIT.

      * --> "99" is no code @TAR1 itself returns - any CODRET but "00"
      *     is a miss to the callers.

       MAPHIS-TAR1.
      *------------*
           PERFORM MAPHIS-ASOF THRU MAPHIS-ASOF-FN.

           IF MAPHIS-FOUND OF MAPHIS-AREA
              MOVE "00"              TO CODRET OF TAR1
              MOVE MAPHIS-ZONTBL OF MAPHIS-AREA
                                     TO ZONTBL OF TAR1
              MOVE MAPHIS-LIBEL1 OF MAPHIS-AREA
                                     TO LIBEL1 OF TAR1
           END-IF.

           IF MAPHIS-NOT-IN-FORCE OF MAPHIS-AREA
              MOVE "99"              TO CODRET OF TAR1
           END-IF.

       MAPHIS-TAR1-FN.
      *---------------*
           EXIT.
