      *******************************************************************
      *                                                                 *
      *            ZSR022 : Agency Collection-Fee Calculation           *
      *     Run after each settled lot. Reads the lot's AGD07-01        *
      *     settlement rows - the accepted TOTSOC counts and amounts    *
      *     per company and format - finds the "ZZF" TAD01-01 rate in   *
      *     force on the lot's business date for each, and works out   *
      *     the fee the agency will have netted off its credit: flat    *
      *     per item plus a percentage of the amount, raised to the     *
      *     minimum and held to the maximum. Each fee goes out as a     *
      *     TYPGL "F" row beside the lot's AGD07-01 extract, for the    *
      *     accounting load, and as an AGD21-01 ledger row that the     *
      *     month-end ZSR023 statement is printed from.                 *
      *                                                                 *
      *     A company/format with no rate in force is listed and left   *
SKH056*     without a fee (RETURN-CODE 4); one whose fee is already on  *
SKH056*     AGD21-01 is listed and skipped, so a re-run once the rate   *
SKH056*     is in raises only the fees still missing, never one twice.  *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR022.
       AUTHOR.                            SKH.
       DATE-WRITTEN.                      15/10/2026

       ENVIRONMENT DIVISION.
      *=====================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.                   UNIX.
       OBJECT-COMPUTER.                   UNIX.
       SPECIAL-NAMES.                     DECIMAL-POINT IS COMMA.

       DATA DIVISION.
      *==============*

       WORKING-STORAGE SECTION.
      *========================

      * ================
      * Copy's of tables
      * ================

           @COPFIC, AGD07-01.
           @COPFIC, AGD12-01.
           @COPFIC, AGD21-01.
           @COPFIC, AGR031-01.
           @COPFIC, TAD01-01.
           @MLTCOPY.

      * ====================
      * Copy's of interfaces
      * ====================

           COPY CWFRMTC.
           COPY RUNCTLC.

      * ========
      * Copy's V
      * ========

           COPY     CCXXV.
           COPY     XXXXV.

      *===========*
       01  WORKER.
      *===========*
           03  DATSYS                     PIC X(08).
           03  HEUSYS                     PIC X(08).

      *        Business date the lot was settled on - the date the
      *        rate must be in force on.
           03  DATLOT                     PIC X(08).

      *        Lot totals per company/format, off the settlement rows.
           03  NBFEE                      PIC 9(02).
           03  I1                         PIC 9(02).
           03  FEETAB OCCURS 8.
               05  FEE-SOC                PIC 9(01).
               05  FEE-NOM                PIC X(03).
               05  FEE-CNT                PIC 9(07).
               05  FEE-MNT                PIC S9(14)V9(02) COMP-3.

      *        Rate in force, as read off TAD01-01.
           03  ARGKEY.
               05  ARGKEY-NOM             PIC X(03).
               05  ARGKEY-SOC             PIC 9(01).
           03  SWIRAT                     PIC X(01).
               88  RATE-FOUND                   VALUE "Y".
               88  RATE-MISSING                 VALUE "N".
           03  RAT-DATFRM                 PIC X(08).
           03  RAT-FLAT                   PIC S9(14)V9(02) COMP-3.
           03  RAT-PCT                    PIC 9(03)V9(02).
           03  RAT-MIN                    PIC 9(05)V9(02).
           03  RAT-MAX                    PIC 9(10)V9(02).

           03  MNT-CAL                    PIC S9(14)V9(02) COMP-3.
           03  MNT-FEE                    PIC S9(14)V9(02) COMP-3.
           03  BNDFEE                     PIC X(01).
           03  SWIRSD                     PIC X(01).
               88  FEE-RAISED                   VALUE "Y".
               88  FEE-NOT-RAISED               VALUE "N".

           03  CNT-READ                   PIC 9(07).
           03  CNT-FEE                    PIC 9(07).
           03  CNT-NORATE                 PIC 9(07).
SKH056     03  CNT-DONE                   PIC 9(07).
           03  MNT-TOT                    PIC S9(14)V9(02) COMP-3.
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  PCT-EDIT                   PIC ZZ9.99.
           03  MIN-EDIT                   PIC ZZ,ZZ9.99.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  MNT-EDIT2                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  MNT-EDIT3                  PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR022C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR022.
      *------------*

           @OPEN,"IO",AGD07-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD21-01.
           @OPEN,"OUT",AGR031-01.
SKH056     @OPEN,"IO",TAD01-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR022"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO NBFEE       OF WORKER.
           MOVE 0                         TO CNT-READ    OF WORKER.
           MOVE 0                         TO CNT-FEE     OF WORKER.
           MOVE 0                         TO CNT-NORATE  OF WORKER.
SKH056     MOVE 0                         TO CNT-DONE    OF WORKER.
           MOVE 0                         TO MNT-TOT     OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: the lot's ZST005 run must have ended clean -
      * a fee worked off a half-written extract would be wrong.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR022"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE REFOPN OF ZSR022        TO RUNCTL-REFOPN OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           MOVE REFOPN OF ZSR022
                                   TO RUNCTL-PRED-REFOPN OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE THRU RUNCTL-GATE-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZSR022,"XXXX0240","ZST005 GATE",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM GET-LOT-DATE THRU GET-LOT-DATE-FN.

           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR031-01.
           STRING "ZSR022 AGENCY COLLECTION FEES - REFOPN "
                  REFOPN OF ZSR022
                  " SETTLED "
                  DATLOT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR031-01
           END-STRING.
           @WRITE,AGR031-01,XX.

      * ================
      * Batch processing
      * ================

           PERFORM SCAN-AGD07 THRU SCAN-AGD07-FN.

           PERFORM RAISE-FEE THRU RAISE-FEE-FN
                         VARYING I1 FROM 1 BY 1
                         UNTIL I1 > NBFEE OF WORKER.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-READ OF WORKER      TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-FEE OF WORKER       TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD07-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD21-01.
           @CLOSE,AGR031-01.
           @CLOSE,TAD01-01.

      * --> Transaction end

           CALL "CWCOMMIT" USING CWACCESS CW-ITF.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

SKH056* --> One fee per lot and company/format: an AGD21-01 row under
SKH056*     the entry's key means an earlier run raised it.

       CHECK-RAISED.
      *-------------*

           MOVE "N"                       TO SWIRSD OF WORKER.

           MOVE SPACES                    TO AGD21-01.
           MOVE REFOPN OF ZSR022          TO REFOPN-FEE OF AGD21-01.
SKH056     MOVE FEE-SOC OF WORKER(I1)     TO MLTSOC-FEE OF AGD21-01.
SKH056     MOVE FEE-NOM OF WORKER(I1)     TO NOMFIC-FEE OF AGD21-01.
SKH056     @READZ,"1",AGD21-01,XX.
SKH056     IF ACCESS-OK
SKH056        MOVE "Y"                    TO SWIRSD OF WORKER
SKH056     END-IF.

       CHECK-RAISED-FN.
      *----------------*
           EXIT.

      * --> The lot's own business date, off its ZST005 run-control
      *     row (the first partition's when the lot was sliced), so a
      *     lot charged a day late is still charged at its own rate.

       GET-LOT-DATE.
      *-------------*

           MOVE DATBUS OF CWTECH          TO DATLOT OF WORKER.

           MOVE SPACES                    TO AGD12-01.
           MOVE "ZST005"                  TO STEP-RC OF AGD12-01.
           MOVE REFOPN OF ZSR022          TO REFOPN-RC OF AGD12-01.
           @START,"1","GE",AGD12-01,XX.
           IF ACCESS-OK
              @READNX,AGD12-01,XX
              IF ACCESS-OK
                 AND STEP-RC OF AGD12-01 = "ZST005"
                 AND REFOPN-RC OF AGD12-01 = REFOPN OF ZSR022
                 AND DATBUS-RC OF AGD12-01 NOT = SPACES
                 MOVE DATBUS-RC OF AGD12-01 TO DATLOT OF WORKER
              END-IF
           END-IF.

       GET-LOT-DATE-FN.
      *----------------*
           EXIT.

      * --> The lot's settlement rows are totalled per company/format.
      *     Correction rows move money after the fact and are no part
      *     of what the agency remitted, so they are left out.
SKH055*     AGD07-01 keeps every lot's rows and its key leads with the
SKH055*     lot, so the scan starts on the lot and stops past it.

       SCAN-AGD07.
      *-----------*

           INITIALIZE AGD07-01.
SKH055     MOVE REFOPN OF ZSR022          TO REFOPN-GL OF AGD07-01.
           @START,"1","GE",AGD07-01,XX.
           IF ACCESS-OK
              @READNX,AGD07-01,XX
           END-IF.

           PERFORM LOOP-AGD07 THRU LOOP-AGD07-FN
                         UNTIL NOT ACCESS-OK
SKH055                   OR REFOPN-GL OF AGD07-01 NOT =
SKH055                      REFOPN OF ZSR022.

       SCAN-AGD07-FN.
      *--------------*
           EXIT.


       LOOP-AGD07.
      *-----------*

           IF REFOPN-GL OF AGD07-01 NOT = REFOPN OF ZSR022
              OR NOT TYPGL-SETTLE OF AGD07-01
              GO LOOP-AGD07-NEXT
           END-IF.

           ADD 1 TO CNT-READ OF WORKER.

           PERFORM VARYING I1 FROM 1 BY 1
              UNTIL I1 > NBFEE OF WORKER
              OR ( FEE-SOC OF WORKER(I1) = MLTSOC-GL OF AGD07-01
               AND FEE-NOM OF WORKER(I1) = NOMFIC-GL OF AGD07-01 )
              CONTINUE
           END-PERFORM.

           IF I1 > NBFEE OF WORKER
              IF NBFEE OF WORKER > 7
                 @CWERR,ZSR022,"ZSR02203","FEETAB",\
                               ,"I","1","5","Y","15"
              END-IF
              ADD 1 TO NBFEE OF WORKER
              MOVE NBFEE OF WORKER          TO I1
              MOVE MLTSOC-GL OF AGD07-01    TO FEE-SOC OF WORKER(I1)
              MOVE NOMFIC-GL OF AGD07-01    TO FEE-NOM OF WORKER(I1)
              MOVE 0                        TO FEE-CNT OF WORKER(I1)
              MOVE 0                        TO FEE-MNT OF WORKER(I1)
           END-IF.

           ADD CNT-OK-GL OF AGD07-01        TO FEE-CNT OF WORKER(I1).
           ADD MNT-OK-GL OF AGD07-01        TO FEE-MNT OF WORKER(I1).

       LOOP-AGD07-NEXT.
      *----------------*

           @READNX,AGD07-01,XX.

       LOOP-AGD07-FN.
      *--------------*
           EXIT.

      * --> One company/format of the lot: rate, fee, then the AGD07-01
      *     "F" row and its AGD21-01 ledger twin. The minimum applies
      *     only to a lot that brought something in; a maximum of 0
      *     means the agency set none.

       RAISE-FEE.
      *----------*

SKH056     PERFORM CHECK-RAISED THRU CHECK-RAISED-FN.
SKH056     IF FEE-RAISED OF WORKER
SKH056        PERFORM WRITE-DONE THRU WRITE-DONE-FN
SKH056        GO RAISE-FEE-FN
SKH056     END-IF.

           MOVE FEE-NOM OF WORKER(I1)     TO ARGKEY-NOM OF WORKER.
           MOVE FEE-SOC OF WORKER(I1)     TO ARGKEY-SOC OF WORKER.
           PERFORM FIND-RATE THRU FIND-RATE-FN.

           IF RATE-MISSING OF WORKER
              PERFORM WRITE-NORATE THRU WRITE-NORATE-FN
              GO RAISE-FEE-FN
           END-IF.

           COMPUTE MNT-CAL OF WORKER ROUNDED =
              FEE-CNT OF WORKER(I1) * RAT-FLAT OF WORKER
              + FEE-MNT OF WORKER(I1) * RAT-PCT OF WORKER / 100
           END-COMPUTE.

           MOVE MNT-CAL OF WORKER         TO MNT-FEE OF WORKER.
           MOVE "N"                       TO BNDFEE OF WORKER.

           IF FEE-CNT OF WORKER(I1) > 0
              AND MNT-FEE OF WORKER < RAT-MIN OF WORKER
              MOVE RAT-MIN OF WORKER      TO MNT-FEE OF WORKER
              MOVE "L"                    TO BNDFEE OF WORKER
           END-IF.

           IF RAT-MAX OF WORKER > 0
              AND MNT-FEE OF WORKER > RAT-MAX OF WORKER
              MOVE RAT-MAX OF WORKER      TO MNT-FEE OF WORKER
              MOVE "H"                    TO BNDFEE OF WORKER
           END-IF.

           MOVE SPACES                    TO AGD07-01.
           MOVE REFOPN OF ZSR022          TO REFOPN-GL OF AGD07-01.
           MOVE FEE-SOC OF WORKER(I1)     TO MLTSOC-GL OF AGD07-01.
           MOVE FEE-NOM OF WORKER(I1)     TO NOMFIC-GL OF AGD07-01.
           MOVE FEE-CNT OF WORKER(I1)     TO CNT-OK-GL OF AGD07-01.
           MOVE MNT-FEE OF WORKER         TO MNT-OK-GL OF AGD07-01.
           MOVE 0                         TO MNT-CAP-GL OF AGD07-01.
           MOVE 0                         TO MNT-INT-GL OF AGD07-01.
           MOVE "F"                       TO TYPGL-GL OF AGD07-01.
           @WRITE,AGD07-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZSR022,"ZSR02203","AGD07-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           MOVE SPACES                    TO AGD21-01.
           MOVE REFOPN OF ZSR022          TO REFOPN-FEE OF AGD21-01.
           MOVE FEE-SOC OF WORKER(I1)     TO MLTSOC-FEE OF AGD21-01.
           MOVE FEE-NOM OF WORKER(I1)     TO NOMFIC-FEE OF AGD21-01.
           MOVE DATLOT OF WORKER          TO DATBUS-FEE OF AGD21-01.
           MOVE FEE-CNT OF WORKER(I1)     TO CNT-BAS-FEE OF AGD21-01.
           MOVE FEE-MNT OF WORKER(I1)     TO MNT-BAS-FEE OF AGD21-01.
           MOVE RAT-DATFRM OF WORKER      TO DATFRM-FEE OF AGD21-01.
           MOVE RAT-FLAT OF WORKER        TO FLAT-FEE OF AGD21-01.
           MOVE RAT-PCT OF WORKER         TO PCT-FEE OF AGD21-01.
           MOVE RAT-MIN OF WORKER         TO MIN-FEE OF AGD21-01.
           MOVE RAT-MAX OF WORKER         TO MAX-FEE OF AGD21-01.
           MOVE MNT-CAL OF WORKER         TO MNT-CAL-FEE OF AGD21-01.
           MOVE MNT-FEE OF WORKER         TO MNT-FEE OF AGD21-01.
           MOVE BNDFEE OF WORKER          TO BNDFEE OF AGD21-01.
           MOVE DATSYS OF WORKER          TO DATCRE-FEE OF AGD21-01.
           MOVE HEUSYS OF WORKER          TO HEUCRE-FEE OF AGD21-01.
           @WRITE,AGD21-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZSR022,"ZSR02203","AGD21-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           ADD 1 TO CNT-FEE OF WORKER.
           ADD MNT-FEE OF WORKER          TO MNT-TOT OF WORKER.

           PERFORM WRITE-FEE THRU WRITE-FEE-FN.

       RAISE-FEE-FN.
      *-------------*
           EXIT.

      * --> The "ZZF" versions of one NOMFIC + MLTSOC follow each other
      *     in effective-date order under Key "1"; the last one dated on
      *     or before the lot's business date is the one in force.

       FIND-RATE.
      *----------*

           MOVE "N"                       TO SWIRAT OF WORKER.

           MOVE SPACES                    TO TAD01-01.
           MOVE "ZZF"                     TO NUMTBL OF TAD01-01.
           MOVE ARGKEY OF WORKER          TO ARGTBL OF TAD01-01.

           @START,"1","GE",TAD01-01,XX.
           IF ACCESS-OK
              @READNX,TAD01-01,XX
              PERFORM UNTIL NOT ACCESS-OK
              OR NUMTBL OF TAD01-01 NOT = "ZZF"
              OR ARGTBL OF TAD01-01 (1:4) NOT = ARGKEY OF WORKER
              OR ARGTBL OF TAD01-01 (5:8) > DATLOT OF WORKER
                 MOVE "Y"                 TO SWIRAT OF WORKER
                 MOVE ARGTBL OF TAD01-01 (5:8) TO RAT-DATFRM OF WORKER
                 MOVE MONTB1 OF TAD01-01  TO RAT-FLAT OF WORKER
                 MOVE FEEPCT OF TAD01-01  TO RAT-PCT OF WORKER
                 MOVE FEEMIN OF TAD01-01  TO RAT-MIN OF WORKER
                 MOVE FEEMAX OF TAD01-01  TO RAT-MAX OF WORKER
                 @READNX,TAD01-01,XX
              END-PERFORM
           END-IF.

       FIND-RATE-FN.
      *-------------*
           EXIT.


       WRITE-FEE.
      *----------*

           MOVE SPACES TO LIGNE OF AGR031-01.
           MOVE FEE-CNT OF WORKER(I1)     TO CNT-EDIT OF WORKER.
           MOVE FEE-MNT OF WORKER(I1)     TO MNT-EDIT OF WORKER.
           MOVE MNT-FEE OF WORKER         TO MNT-EDIT2 OF WORKER.
           STRING "SOC=" FEE-SOC OF WORKER(I1)
                  " " FEE-NOM OF WORKER(I1)
                  " ITEMS=" CNT-EDIT OF WORKER
                  " BASE=" MNT-EDIT OF WORKER
                  " FEE=" MNT-EDIT2 OF WORKER
                  " BOUND=" BNDFEE OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR031-01
           END-STRING.
           @WRITE,AGR031-01,XX.

           MOVE SPACES TO LIGNE OF AGR031-01.
           MOVE RAT-FLAT OF WORKER        TO MNT-EDIT OF WORKER.
           MOVE RAT-PCT OF WORKER         TO PCT-EDIT OF WORKER.
           MOVE RAT-MIN OF WORKER         TO MIN-EDIT OF WORKER.
           MOVE RAT-MAX OF WORKER         TO MNT-EDIT2 OF WORKER.
           MOVE MNT-CAL OF WORKER         TO MNT-EDIT3 OF WORKER.
           STRING "      RATE FROM " RAT-DATFRM OF WORKER
                  " FLAT=" MNT-EDIT OF WORKER
                  " PCT=" PCT-EDIT OF WORKER
                  " MIN=" MIN-EDIT OF WORKER
                  " MAX=" MNT-EDIT2 OF WORKER
                  " CALC=" MNT-EDIT3 OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR031-01
           END-STRING.
           @WRITE,AGR031-01,XX.

       WRITE-FEE-FN.
      *-------------*
           EXIT.


       WRITE-NORATE.
      *-------------*

           ADD 1 TO CNT-NORATE OF WORKER.

           MOVE SPACES TO LIGNE OF AGR031-01.
           MOVE FEE-CNT OF WORKER(I1)     TO CNT-EDIT OF WORKER.
           MOVE FEE-MNT OF WORKER(I1)     TO MNT-EDIT OF WORKER.
           STRING "SOC=" FEE-SOC OF WORKER(I1)
                  " " FEE-NOM OF WORKER(I1)
                  " ITEMS=" CNT-EDIT OF WORKER
                  " BASE=" MNT-EDIT OF WORKER
                  " : NO ZZF RATE IN FORCE ON " DATLOT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR031-01
           END-STRING.
           @WRITE,AGR031-01,XX.

       WRITE-NORATE-FN.
      *----------------*
           EXIT.


SKH056 WRITE-DONE.
SKH056*-----------*

SKH056     ADD 1 TO CNT-DONE OF WORKER.

SKH056     MOVE SPACES TO LIGNE OF AGR031-01.
SKH056     MOVE MNT-FEE OF AGD21-01       TO MNT-EDIT2 OF WORKER.
SKH056     STRING "SOC=" FEE-SOC OF WORKER(I1)
SKH056            " " FEE-NOM OF WORKER(I1)
SKH056            " FEE=" MNT-EDIT2 OF WORKER
SKH056            " : ALREADY RAISED ON " DATCRE-FEE OF AGD21-01
SKH056            DELIMITED BY SIZE INTO LIGNE OF AGR031-01
SKH056     END-STRING.
SKH056     @WRITE,AGR031-01,XX.

SKH056 WRITE-DONE-FN.
SKH056*--------------*
SKH056     EXIT.


       PRG-REPORT.
      *-----------*

           IF NBFEE OF WORKER = 0
              MOVE SPACES TO LIGNE OF AGR031-01
              STRING "NO SETTLEMENT ROWS FOR THE LOT - NO FEE"
                     DELIMITED BY SIZE INTO LIGNE OF AGR031-01
              END-STRING
              @WRITE,AGR031-01,XX
           END-IF.

           MOVE SPACES TO LIGNE OF AGR031-01.
           MOVE CNT-FEE OF WORKER         TO CNT-EDIT OF WORKER.
           MOVE MNT-TOT OF WORKER         TO MNT-EDIT OF WORKER.
           STRING "FEES RAISED=" CNT-EDIT OF WORKER
                  " TOTAL=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR031-01
           END-STRING.
           @WRITE,AGR031-01,XX.

           MOVE SPACES TO LIGNE OF AGR031-01.
           MOVE CNT-NORATE OF WORKER      TO CNT-EDIT OF WORKER.
           STRING "NO RATE IN FORCE=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR031-01
           END-STRING.
           @WRITE,AGR031-01,XX.

SKH056     MOVE SPACES TO LIGNE OF AGR031-01.
SKH056     MOVE CNT-DONE OF WORKER        TO CNT-EDIT OF WORKER.
SKH056     STRING "ALREADY RAISED=" CNT-EDIT OF WORKER
SKH056            DELIMITED BY SIZE INTO LIGNE OF AGR031-01
SKH056     END-STRING.
SKH056     @WRITE,AGR031-01,XX.

      * --> A company/format left without a fee has to be looked at
      *     before the month's statement goes out.

           IF CNT-NORATE OF WORKER > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       PRG-REPORT-FN.
      *--------------*
           EXIT.


      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
