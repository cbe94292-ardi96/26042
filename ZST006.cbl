      *     (the splits only balance or break as a set), so the file    *
      *     is expected in NUMTBL+ARGTBL order - the same order as      *
      *     TAD01-01 itself - keeping one account's ZZ2 rows together.  *
SKH049*                                                                 *
SKH049*     Every applied ZZ1 / ZZ4 change is also versioned onto the   *
SKH049*     AGD17-01 mapping history (effective-from / effective-to,    *
SKH049*     who keyed it), which ZST005 and ZSR008 resolve against as   *
SKH049*     of a deduction's own repayment month. A row already live    *
SKH049*     before its first recorded change is seeded as version 1.    *
SKH053*                                                                 *
SKH053*     "ZZF" transactions maintain the agency collection-fee rates *
SKH053*     ZSR022 charges lots at: ARGTBL NOMFIC + MLTSOC + effective- *
SKH053*     from date, each part validated, and the flat / percentage / *
SKH053*     minimum / maximum amounts checked for range before they are *
SKH053*     stored. A rate change is a new row under a new date, so the *
SKH053*     rates of earlier lots stay on file as they were.            *
      *                                                                 *
      *******************************************************************
      *                                                                 *
           @COPFIC, CDD33-01.
           @COPFIC, ZSD02-01.
SKH030     @COPFIC, AGD12-01.
SKH049     @COPFIC, AGD17-01.
           @MLTCOPY.

      * ====================
               88  SCHED-FOUND                  VALUE "Y".
               88  SCHED-MISSING                VALUE "N".
           03  MOTREF                     PIC X(40).
SKH049     03  DATEFF                     PIC X(08).
SKH049     03  DATEFF-EXT                 PIC X(08).
SKH049     03  OLD-LIBEL1                 PIC X(12).
SKH049     03  OLD-ZONTBL                 PIC X(12).
SKH049     03  VERLST                     PIC 9(04).
SKH049     03  DATLST                     PIC X(08).
SKH049     03  SWIHIS                     PIC X(01).
SKH049         88  HIST-EXISTS                  VALUE "Y".
SKH049         88  HIST-MISSING                 VALUE "N".
SKH053     03  FEEDAT                     PIC X(08).
SKH053     03  FEEDAT-EXT                 PIC X(08).
SKH053     03  FEEAMT-X                   PIC X(11).
SKH053     03  FEEAMT-N                   PIC S9(14)V9(02) COMP-3.
SKH053     03  FEEFLT-N                   PIC S9(14)V9(02) COMP-3.
SKH053     03  FEEPCT-N                   PIC S9(14)V9(02) COMP-3.
SKH053     03  FEEMIN-N                   PIC S9(14)V9(02) COMP-3.
SKH053     03  FEEMAX-N                   PIC S9(14)V9(02) COMP-3.
SKH053     03  PCT-EDIT                   PIC ZZ9.99.
SKH053     03  MIN-EDIT                   PIC ZZ,ZZ9.99.

           03  GRPCPT                     PIC X(12).
           03  NBGRP                      PIC 9(02).
           @OPEN,"OUT",AGR015-01.
           @OPEN,"IO",TAD01-01.
SKH030     @OPEN,"IO",AGD12-01.
SKH049     @OPEN,"IO",AGD17-01.

      * CDD01-01 / CDD33-01 / ZSD02-01 are multiplexed by MLTSOC (see
      * ZST005's INIT-J2) - both companies' slots are opened up front
SKH030     PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR015-01.
SKH053     STRING "ZST006 ZZ1/ZZ4/ZZ2/ZZF MAINTENANCE LOADER"
                  DELIMITED BY SIZE INTO LIGNE OF AGR015-01
           END-STRING.
           @WRITE,AGR015-01,XX.
           @CLOSE,AGR015-01.
           @CLOSE,TAD01-01.
SKH030     @CLOSE,AGD12-01.
SKH049     @CLOSE,AGD17-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           IF NUMTBL OF ZSD11-01 NOT = "ZZ1"
              AND NUMTBL OF ZSD11-01 NOT = "ZZ4"
              AND NUMTBL OF ZSD11-01 NOT = "ZZ2"
SKH053        AND NUMTBL OF ZSD11-01 NOT = "ZZF"
SKH053        MOVE "NUMTBL NOT ZZ1/ZZ4/ZZ2/ZZF" TO MOTREF OF WORKER
              PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
              GO LOOP-TXN-NEXT
           END-IF.
              IF NBGRP OF WORKER > 0
                 PERFORM PROCESS-ZZ2-GROUP THRU PROCESS-ZZ2-GROUP-FN
              END-IF
SKH053        IF NUMTBL OF ZSD11-01 = "ZZF"
SKH053           PERFORM APPLY-FEE THRU APPLY-FEE-FN
SKH053        ELSE
              PERFORM APPLY-SINGLE THRU APPLY-SINGLE-FN
SKH053        END-IF
           END-IF.

       LOOP-TXN-NEXT.

           PERFORM READ-OLDROW THRU READ-OLDROW-FN.

SKH049     PERFORM CHECK-EFFDATE THRU CHECK-EFFDATE-FN.
SKH049     IF MOTREF OF WORKER NOT = SPACES
SKH049        PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH049        GO APPLY-SINGLE-FN
SKH049     END-IF.

           EVALUATE TRUE
           WHEN ACT-ADD OF ZSD11-01
              IF ROW-EXISTS OF WORKER
              MOVE 0                     TO MONTB1 OF TAD01-01
              @WRITE,TAD01-01,XX
SKH040        IF ACCESS-OK
SKH049           PERFORM WRITE-MAP-HIST THRU WRITE-MAP-HIST-FN
              PERFORM WRITE-APPLIED THRU WRITE-APPLIED-FN
SKH040        ELSE
SKH040           MOVE "TAD01 WRITE FAILED" TO MOTREF OF WORKER
              MOVE ZONTBL OF ZSD11-01    TO ZONTBL OF TAD01-01
              @REWRITE,TAD01-01,XX
SKH040        IF ACCESS-OK
SKH049           PERFORM WRITE-MAP-HIST THRU WRITE-MAP-HIST-FN
              PERFORM WRITE-APPLIED THRU WRITE-APPLIED-FN
SKH040        ELSE
SKH040           MOVE "TAD01 REWRITE FAILED" TO MOTREF OF WORKER
              PERFORM WRITE-BEFORE THRU WRITE-BEFORE-FN
              @DELETE,TAD01-01,XX
SKH040        IF ACCESS-OK
SKH049           PERFORM WRITE-MAP-HIST THRU WRITE-MAP-HIST-FN
              PERFORM WRITE-APPLIED THRU WRITE-APPLIED-FN
SKH040        ELSE
SKH040           MOVE "TAD01 DELETE FAILED" TO MOTREF OF WORKER
           EXIT.


SKH053* --> "ZZF" fee rates have no mapped-to account and no mapping
SKH053*     history: the effective-from date is part of the key, and
SKH053*     ZSR022 takes the last version dated on or before a lot's
SKH053*     business date, so a rate change is keyed as an add.

SKH053 APPLY-FEE.
SKH053*-----------*

SKH053     PERFORM CHECK-FEE THRU CHECK-FEE-FN.
SKH053     IF MOTREF OF WORKER NOT = SPACES
SKH053        PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053        GO APPLY-FEE-FN
SKH053     END-IF.

SKH053     PERFORM READ-OLDROW THRU READ-OLDROW-FN.

SKH053     EVALUATE TRUE
SKH053     WHEN ACT-ADD OF ZSD11-01
SKH053        IF ROW-EXISTS OF WORKER
SKH053           MOVE "DUPLICATE ARGTBL KEY" TO MOTREF OF WORKER
SKH053           PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053           GO APPLY-FEE-FN
SKH053        END-IF
SKH053        MOVE SPACES                TO TAD01-01
SKH053        MOVE NUMTBL OF ZSD11-01    TO NUMTBL OF TAD01-01
SKH053        MOVE ARGTBL OF ZSD11-01    TO ARGTBL OF TAD01-01
SKH053        PERFORM SET-FEE-ROW THRU SET-FEE-ROW-FN
SKH053        @WRITE,TAD01-01,XX
SKH053        IF ACCESS-OK
SKH053           PERFORM WRITE-APPLIED-FEE THRU WRITE-APPLIED-FEE-FN
SKH053        ELSE
SKH053           MOVE "TAD01 WRITE FAILED" TO MOTREF OF WORKER
SKH053           PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053        END-IF

SKH053     WHEN ACT-REPLACE OF ZSD11-01
SKH053        IF ROW-MISSING OF WORKER
SKH053           MOVE "NO ROW TO REPLACE" TO MOTREF OF WORKER
SKH053           PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053           GO APPLY-FEE-FN
SKH053        END-IF
SKH053        PERFORM WRITE-BEFORE THRU WRITE-BEFORE-FN
SKH053        PERFORM SET-FEE-ROW THRU SET-FEE-ROW-FN
SKH053        @REWRITE,TAD01-01,XX
SKH053        IF ACCESS-OK
SKH053           PERFORM WRITE-APPLIED-FEE THRU WRITE-APPLIED-FEE-FN
SKH053        ELSE
SKH053           MOVE "TAD01 REWRITE FAILED" TO MOTREF OF WORKER
SKH053           PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053        END-IF

SKH053     WHEN ACT-DELETE OF ZSD11-01
SKH053        IF ROW-MISSING OF WORKER
SKH053           MOVE "NO ROW TO DELETE" TO MOTREF OF WORKER
SKH053           PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053           GO APPLY-FEE-FN
SKH053        END-IF
SKH053        PERFORM WRITE-BEFORE THRU WRITE-BEFORE-FN
SKH053        @DELETE,TAD01-01,XX
SKH053        IF ACCESS-OK
SKH053           PERFORM WRITE-APPLIED THRU WRITE-APPLIED-FN
SKH053        ELSE
SKH053           MOVE "TAD01 DELETE FAILED" TO MOTREF OF WORKER
SKH053           PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
SKH053        END-IF
SKH053     END-EVALUATE.

SKH053 APPLY-FEE-FN.
SKH053*--------------*
SKH053     EXIT.

SKH053* --> ARGTBL must be a known agency format, a company and a real
SKH053*     date, nothing after it. For an add or a replace each amount
SKH053*     must convert (blank is 0), none may be negative, the amounts
SKH053*     must fit the TAD01-01 fields they are stored in, and a
SKH053*     maximum, when given, may not be under the minimum.
SKH053*     MOTREF comes back non-blank on a refusal.

SKH053 CHECK-FEE.
SKH053*-----------*

SKH053     MOVE SPACES                   TO MOTREF OF WORKER.

SKH053     IF ARGTBL OF ZSD11-01 (1:3) NOT = "ANG"
SKH053        AND ARGTBL OF ZSD11-01 (1:3) NOT = "BEN"
SKH053        AND ARGTBL OF ZSD11-01 (1:3) NOT = "OTH"
SKH053        AND ARGTBL OF ZSD11-01 (1:3) NOT = "PYR"
SKH053        MOVE "FEE NOMFIC NOT ANG/BEN/OTH/PYR" TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF ARGTBL OF ZSD11-01 (4:1) NOT = "1"
SKH053        AND ARGTBL OF ZSD11-01 (4:1) NOT = "2"
SKH053        MOVE "FEE MLTSOC NOT 1/2"  TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     MOVE ARGTBL OF ZSD11-01 (5:8) TO FEEDAT OF WORKER.
SKH053     @DATE,"O","0",FEEDAT OF WORKER, FEEDAT-EXT OF WORKER,XX.
SKH053     IF CODRET OF CWFRMT NOT = "00"
SKH053        MOVE "FEE DATE NOT A VALID DATE" TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF ARGTBL OF ZSD11-01 (13:18) NOT = SPACES
SKH053        MOVE "FEE ARGTBL NOT NOMFIC+MLTSOC+DATE"
SKH053                                   TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF ACT-DELETE OF ZSD11-01
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     MOVE MONTB1 OF ZSD11-01       TO FEEAMT-X OF WORKER.
SKH053     PERFORM CNV-FEE-AMT THRU CNV-FEE-AMT-FN.
SKH053     MOVE FEEAMT-N OF WORKER       TO FEEFLT-N OF WORKER.
SKH053     MOVE FEEPCT OF ZSD11-01       TO FEEAMT-X OF WORKER.
SKH053     PERFORM CNV-FEE-AMT THRU CNV-FEE-AMT-FN.
SKH053     MOVE FEEAMT-N OF WORKER       TO FEEPCT-N OF WORKER.
SKH053     MOVE FEEMIN OF ZSD11-01       TO FEEAMT-X OF WORKER.
SKH053     PERFORM CNV-FEE-AMT THRU CNV-FEE-AMT-FN.
SKH053     MOVE FEEAMT-N OF WORKER       TO FEEMIN-N OF WORKER.
SKH053     MOVE FEEMAX OF ZSD11-01       TO FEEAMT-X OF WORKER.
SKH053     PERFORM CNV-FEE-AMT THRU CNV-FEE-AMT-FN.
SKH053     MOVE FEEAMT-N OF WORKER       TO FEEMAX-N OF WORKER.
SKH053     IF MOTREF OF WORKER NOT = SPACES
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF FEEFLT-N OF WORKER < 0
SKH053        OR FEEPCT-N OF WORKER < 0
SKH053        OR FEEMIN-N OF WORKER < 0
SKH053        OR FEEMAX-N OF WORKER < 0
SKH053        MOVE "FEE AMOUNT NEGATIVE" TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF FEEPCT-N OF WORKER > 100
SKH053        MOVE "FEE PERCENTAGE OVER 100" TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF FEEMIN-N OF WORKER NOT < 100000
SKH053        MOVE "FEE MINIMUM OVER 99999.99" TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF FEEMAX-N OF WORKER NOT < 10000000000
SKH053        MOVE "FEE MAXIMUM TOO LARGE" TO MOTREF OF WORKER
SKH053        GO CHECK-FEE-FN
SKH053     END-IF.

SKH053     IF FEEMAX-N OF WORKER > 0
SKH053        AND FEEMIN-N OF WORKER > FEEMAX-N OF WORKER
SKH053        MOVE "FEE MINIMUM ABOVE MAXIMUM" TO MOTREF OF WORKER
SKH053     END-IF.

SKH053 CHECK-FEE-FN.
SKH053*--------------*
SKH053     EXIT.

SKH053* --> One edited amount through @MONTAN, the way BUFFER-ZZ2 takes
SKH053*     MONTB1; a blank field is 0. The first amount that does not
SKH053*     convert sets MOTREF, later ones leave it alone.

SKH053 CNV-FEE-AMT.
SKH053*-------------*

SKH053     MOVE 0                        TO FEEAMT-N OF WORKER.
SKH053     IF FEEAMT-X OF WORKER = SPACES
SKH053        GO CNV-FEE-AMT-FN
SKH053     END-IF.

SKH053     @MONTAN,"I","4", FEEAMT-N OF WORKER,\
SKH053     FEEAMT-X OF WORKER,,XX.
SKH053     IF CODRET OF CWFRMT NOT = "00"
SKH053        MOVE 0                     TO FEEAMT-N OF WORKER
SKH053        IF MOTREF OF WORKER = SPACES
SKH053           MOVE "FEE AMOUNT NOT CONVERTIBLE" TO MOTREF OF WORKER
SKH053        END-IF
SKH053     END-IF.

SKH053 CNV-FEE-AMT-FN.
SKH053*----------------*
SKH053     EXIT.


SKH053 SET-FEE-ROW.
SKH053*-------------*

SKH053     MOVE FEEFLT-N OF WORKER       TO MONTB1 OF TAD01-01.
SKH053     MOVE FEEPCT-N OF WORKER       TO FEEPCT OF TAD01-01.
SKH053     MOVE FEEMIN-N OF WORKER       TO FEEMIN OF TAD01-01.
SKH053     MOVE FEEMAX-N OF WORKER       TO FEEMAX OF TAD01-01.

SKH053 SET-FEE-ROW-FN.
SKH053*----------------*
SKH053     EXIT.


       READ-OLDROW.
      *-------------*

           MOVE NUMTBL OF ZSD11-01       TO NUMTBL OF TAD01-01.
           MOVE ARGTBL OF ZSD11-01       TO ARGTBL OF TAD01-01.

SKH049     MOVE SPACES                   TO OLD-LIBEL1 OF WORKER.
SKH049     MOVE SPACES                   TO OLD-ZONTBL OF WORKER.

           @READZ,"1",TAD01-01,XX.
           IF ACCESS-OK
              MOVE "Y"                   TO SWIEXI OF WORKER
SKH049        MOVE LIBEL1 OF TAD01-01    TO OLD-LIBEL1 OF WORKER
SKH049        MOVE ZONTBL OF TAD01-01    TO OLD-ZONTBL OF WORKER
           ELSE
              MOVE "N"                   TO SWIEXI OF WORKER
           END-IF.
      *----------------*
           EXIT.

SKH049* --> The effective date must be a real date, not later than the
SKH049*     business date (the live row changes today), and not earlier
SKH049*     than the key's last recorded version - history only ever
SKH049*     moves forward, which MAPHIS relies on. A blank date means
SKH049*     the business date; a first-ever add with no date is taken
SKH049*     as in force from the start, so the mapping it supplies
SKH049*     also covers the earlier months ZSR008 re-drives.
SKH049*     MOTREF comes back non-blank on a refusal.

SKH049 CHECK-EFFDATE.
SKH049*--------------*

SKH049     MOVE SPACES                   TO MOTREF OF WORKER.

SKH049     PERFORM FIND-LAST-MAP THRU FIND-LAST-MAP-FN.

SKH049     IF DATEFF OF ZSD11-01 = SPACES
SKH049        IF ACT-ADD OF ZSD11-01
SKH049           AND HIST-MISSING OF WORKER
SKH049           MOVE "00000000"         TO DATEFF OF WORKER
SKH049           GO CHECK-EFFDATE-FN
SKH049        END-IF
SKH049        MOVE DATBUS OF CWTECH      TO DATEFF OF WORKER
SKH049     ELSE
SKH049        MOVE DATEFF OF ZSD11-01    TO DATEFF OF WORKER
SKH049        @DATE,"O","0",DATEFF OF WORKER, DATEFF-EXT OF WORKER,XX
SKH049        IF CODRET OF CWFRMT NOT = "00"
SKH049           MOVE "DATEFF NOT A VALID DATE" TO MOTREF OF WORKER
SKH049           GO CHECK-EFFDATE-FN
SKH049        END-IF
SKH049        IF DATEFF OF WORKER > DATBUS OF CWTECH
SKH049           MOVE "DATEFF AFTER BUSINESS DATE" TO MOTREF OF WORKER
SKH049           GO CHECK-EFFDATE-FN
SKH049        END-IF
SKH049     END-IF.

SKH049     IF HIST-EXISTS OF WORKER
SKH049        AND DATEFF OF WORKER < DATLST OF WORKER
SKH049        MOVE "DATEFF BEFORE LAST MAPPING CHANGE"
SKH049                                   TO MOTREF OF WORKER
SKH049     END-IF.

SKH049 CHECK-EFFDATE-FN.
SKH049*-----------------*
SKH049     EXIT.

SKH049* --> Last version on AGD17-01 for the transaction's key, if any.

SKH049 FIND-LAST-MAP.
SKH049*--------------*

SKH049     MOVE "N"                      TO SWIHIS OF WORKER.
SKH049     MOVE 0                        TO VERLST OF WORKER.
SKH049     MOVE SPACES                   TO DATLST OF WORKER.

SKH049     MOVE SPACES                   TO AGD17-01.
SKH049     MOVE NUMTBL OF ZSD11-01       TO NUMTBL-MAP OF AGD17-01.
SKH049     MOVE ARGTBL OF ZSD11-01       TO ARGTBL-MAP OF AGD17-01.
SKH049     MOVE 0                        TO VERMAP OF AGD17-01.

SKH049     @START,"1","GE",AGD17-01,XX.
SKH049     IF ACCESS-OK
SKH049        @READNX,AGD17-01,XX
SKH049        PERFORM UNTIL NOT ACCESS-OK
SKH049        OR NUMTBL-MAP OF AGD17-01 NOT = NUMTBL OF ZSD11-01
SKH049        OR ARGTBL-MAP OF AGD17-01 NOT = ARGTBL OF ZSD11-01
SKH049           MOVE "Y"                TO SWIHIS OF WORKER
SKH049           MOVE VERMAP OF AGD17-01 TO VERLST OF WORKER
SKH049           MOVE DATFRM-MAP OF AGD17-01 TO DATLST OF WORKER
SKH049           @READNX,AGD17-01,XX
SKH049        END-PERFORM
SKH049     END-IF.

SKH049 FIND-LAST-MAP-FN.
SKH049*-----------------*
SKH049     EXIT.

SKH049* --> Versions the change just applied to TAD01-01: a key with no
SKH049*     history that is being replaced or deleted first gets its
SKH049*     before-image seeded as version 1, in force from the start;
SKH049*     the open version is closed at the effective date, and the
SKH049*     new one is written from it - "D" for a delete, carrying the
SKH049*     mapping it ended. TAD01-01 is already changed by now, so a
SKH049*     history write that fails stops the run.

SKH049 WRITE-MAP-HIST.
SKH049*---------------*

SKH049     IF HIST-MISSING OF WORKER
SKH049        AND NOT ACT-ADD OF ZSD11-01
SKH049        MOVE SPACES                TO AGD17-01
SKH049        MOVE NUMTBL OF ZSD11-01    TO NUMTBL-MAP OF AGD17-01
SKH049        MOVE ARGTBL OF ZSD11-01    TO ARGTBL-MAP OF AGD17-01
SKH049        MOVE 1                     TO VERMAP OF AGD17-01
SKH049        MOVE OLD-LIBEL1 OF WORKER  TO LIBEL1-MAP OF AGD17-01
SKH049        MOVE OLD-ZONTBL OF WORKER  TO ZONTBL-MAP OF AGD17-01
SKH049        MOVE "A"                   TO STAMAP OF AGD17-01
SKH049        MOVE "00000000"            TO DATFRM-MAP OF AGD17-01
SKH049        MOVE DATEFF OF WORKER      TO DATTO-MAP OF AGD17-01
SKH049        MOVE "S"                   TO CODACT-MAP OF AGD17-01
SKH049        PERFORM SET-MAP-OLDCPT THRU SET-MAP-OLDCPT-FN
SKH049        PERFORM SET-MAP-USER THRU SET-MAP-USER-FN
SKH049        @WRITE,AGD17-01,XX
SKH049        IF NOT ACCESS-OK
SKH049           @CWERR,ZST006,"ZST00603","AGD17-01",\
SKH049                         ,"I","1","5","Y","15"
SKH049        END-IF
SKH049        MOVE 1                     TO VERLST OF WORKER
SKH049     END-IF.

SKH049     IF HIST-EXISTS OF WORKER
SKH049        MOVE SPACES                TO AGD17-01
SKH049        MOVE NUMTBL OF ZSD11-01    TO NUMTBL-MAP OF AGD17-01
SKH049        MOVE ARGTBL OF ZSD11-01    TO ARGTBL-MAP OF AGD17-01
SKH049        MOVE VERLST OF WORKER      TO VERMAP OF AGD17-01
SKH049        @READZ,"1",AGD17-01,XX
SKH049        IF NOT ACCESS-OK
SKH049           @CWERR,ZST006,"ZST00603","AGD17-01",\
SKH049                         ,"I","1","5","Y","15"
SKH049        END-IF
SKH049        MOVE DATEFF OF WORKER      TO DATTO-MAP OF AGD17-01
SKH049        @REWRITE,AGD17-01,XX
SKH049        IF NOT ACCESS-OK
SKH049           @CWERR,ZST006,"ZST00603","AGD17-01",\
SKH049                         ,"I","1","5","Y","15"
SKH049        END-IF
SKH049     END-IF.

SKH049     MOVE SPACES                   TO AGD17-01.
SKH049     MOVE NUMTBL OF ZSD11-01       TO NUMTBL-MAP OF AGD17-01.
SKH049     MOVE ARGTBL OF ZSD11-01       TO ARGTBL-MAP OF AGD17-01.
SKH049     ADD 1 TO VERLST OF WORKER GIVING VERMAP OF AGD17-01.
SKH049     IF ACT-DELETE OF ZSD11-01
SKH049        MOVE OLD-LIBEL1 OF WORKER  TO LIBEL1-MAP OF AGD17-01
SKH049        MOVE OLD-ZONTBL OF WORKER  TO ZONTBL-MAP OF AGD17-01
SKH049        MOVE "D"                   TO STAMAP OF AGD17-01
SKH049     ELSE
SKH049        MOVE LIBEL1 OF ZSD11-01    TO LIBEL1-MAP OF AGD17-01
SKH049        MOVE ZONTBL OF ZSD11-01    TO ZONTBL-MAP OF AGD17-01
SKH049        MOVE "A"                   TO STAMAP OF AGD17-01
SKH049     END-IF.
SKH049     MOVE DATEFF OF WORKER         TO DATFRM-MAP OF AGD17-01.
SKH049     MOVE SPACES                   TO DATTO-MAP OF AGD17-01.
SKH049     MOVE CODACT OF ZSD11-01       TO CODACT-MAP OF AGD17-01.
SKH049     PERFORM SET-MAP-OLDCPT THRU SET-MAP-OLDCPT-FN.
SKH049     PERFORM SET-MAP-USER THRU SET-MAP-USER-FN.
SKH049     @WRITE,AGD17-01,XX.
SKH049     IF NOT ACCESS-OK
SKH049        @CWERR,ZST006,"ZST00603","AGD17-01",\
SKH049                      ,"I","1","5","Y","15"
SKH049     END-IF.

SKH049 WRITE-MAP-HIST-FN.
SKH049*------------------*
SKH049     EXIT.

SKH049* --> The old account a version maps from: the ARGTBL key itself
SKH049*     for ZZ1, the LIBEL1 READ-ZZ4 matches on for ZZ4.

SKH049 SET-MAP-OLDCPT.
SKH049*---------------*
SKH049     IF NUMTBL OF ZSD11-01 = "ZZ1"
SKH049        MOVE ARGTBL OF ZSD11-01 (1:12) TO OLDCPT-MAP OF AGD17-01
SKH049     ELSE
SKH049        MOVE LIBEL1-MAP OF AGD17-01 TO OLDCPT-MAP OF AGD17-01
SKH049     END-IF.

SKH049 SET-MAP-OLDCPT-FN.
SKH049*------------------*
SKH049     EXIT.


SKH049 SET-MAP-USER.
SKH049*-------------*
SKH049     IF USRMAJ OF ZSD11-01 = SPACES
SKH049        MOVE "ZST006"              TO USRMAP OF AGD17-01
SKH049     ELSE
SKH049        MOVE USRMAJ OF ZSD11-01    TO USRMAP OF AGD17-01
SKH049     END-IF.
SKH049     MOVE DATSYS OF WORKER         TO DATCHG-MAP OF AGD17-01.
SKH049     MOVE HEUSYS OF WORKER         TO HEUCHG-MAP OF AGD17-01.

SKH049 SET-MAP-USER-FN.
SKH049*----------------*
SKH049     EXIT.

      * --> The mapped-to account must be a live CDD01-01 row in the
      *     company its own 999/399 prefix puts it in - the same
      *     derivation READ-ZZ4/READ-CDD01 apply in ZST005.
           EXIT.


SKH053 WRITE-APPLIED-FEE.
SKH053*-------------------*

SKH053     ADD 1 TO CNT-APPLIED OF WORKER.

SKH053     MOVE SPACES TO LIGNE OF AGR015-01.
SKH053     MOVE FEEFLT-N OF WORKER       TO MNT-EDIT OF WORKER.
SKH053     MOVE FEEPCT-N OF WORKER       TO PCT-EDIT OF WORKER.
SKH053     MOVE FEEMIN-N OF WORKER       TO MIN-EDIT OF WORKER.
SKH053     MOVE FEEMAX-N OF WORKER       TO MNT-EDIT2 OF WORKER.
SKH053     STRING "APPLIED "
SKH053            CODACT OF ZSD11-01
SKH053            " ZZF ARG="
SKH053            ARGTBL OF ZSD11-01 (1:12)
SKH053            " FLAT="
SKH053            MNT-EDIT OF WORKER
SKH053            " PCT="
SKH053            PCT-EDIT OF WORKER
SKH053            " MIN="
SKH053            MIN-EDIT OF WORKER
SKH053            " MAX="
SKH053            MNT-EDIT2 OF WORKER
SKH053            DELIMITED BY SIZE INTO LIGNE OF AGR015-01
SKH053     END-STRING.
SKH053     @WRITE,AGR015-01,XX.

SKH053 WRITE-APPLIED-FEE-FN.
SKH053*----------------------*
SKH053     EXIT.


       WRITE-REFUSED.
      *---------------*

