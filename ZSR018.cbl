      *******************************************************************
      *                                                                 *
      *            ZSR018 : Monthly Insurance Bordereau                 *
      *     Month-end remittance of the insurance premium collected on  *
      *     the insurer's behalf. Every posted AGD09-01 insurance row   *
      *     (INSIND-HIS "Y" - the MONCHR / 12 slice ZST005 posts as its *
      *     own line) for the repayment month passed in goes onto the   *
      *     ZSD14-01 bordereau as one detail per insured member, with   *
      *     the member name off CDD01-01, premium and lot; reversed     *
      *     rows are left out. Each MLTSOC company gets its own total.  *
      *     A second pass over ZSD02-01 lists, as the lapse-risk        *
      *     section, every member carrying a MONCHR charge who had no   *
      *     premium posted for the month, so cover is not lost without  *
      *     the insurer knowing. AGR026-01 prints the company totals    *
      *     and the lapse-risk section.                                 *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR018.
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

           @COPFIC, AGD06-01.
           @COPFIC, AGD09-01.
           @COPFIC, AGD12-01.
           @COPFIC, AGD13-01.
           @COPFIC, AGR026-01.
           @COPFIC, CDD01-01.
           @COPFIC, FCD02-01.
           @COPFIC, ZSD02-01.
           @COPFIC, ZSD14-01.
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

           03  ACCNUM.
               05  ACCNUM-FIR             PIC 9(03).
               05  ACCNUM-LST             PIC 9(27).
           03  SOCCUR                     PIC 9(01).
           03  NUMCPT-CUR                 PIC X(12).
           03  NOMCLI-WRK                 PIC X(40).
           03  STACPT-WRK                 PIC X(01).
           03  RPYMTH-INT                 PIC X(08).
           03  RPYMTH-EXT                 PIC X(08).
           03  RPYMTH-ROW                 PIC X(06).
           03  SWIHIS                     PIC X(01).
               88  HIS-MONTH-FOUND              VALUE "Y".
               88  HIS-MONTH-LOST               VALUE "N".
           03  SWIPRM                     PIC X(01).
               88  PREMIUM-FOUND                VALUE "Y".
               88  PREMIUM-NONE                 VALUE "N".
      *        Member being built up in the ledger pass - its premium
      *        for the month and the last lot it came in on.
           03  MBR-NUMCPT                 PIC X(12).
           03  MBR-MNT                    PIC S9(14)V9(02) COMP-3.
           03  MBR-REFLOT                 PIC X(10).
           03  MONPRM                     PIC S9(14)V9(02) COMP-3.
           03  TOTSOC OCCURS 2.
               05  TOTSOC-CNT             PIC 9(07).
               05  TOTSOC-MNT             PIC S9(14)V9(02) COMP-3.
               05  TOTSOC-LAP             PIC 9(07).
               05  TOTSOC-LAM             PIC S9(14)V9(02) COMP-3.
           03  I1                         PIC 9(02).

           03  CNT-ROWS                   PIC 9(07).
           03  CNT-CHARGED                PIC 9(07).
           03  CNT-CLOSED                 PIC 9(07).
           03  CNT-MEMBER                 PIC 9(07).
           03  CNT-LAPSE                  PIC 9(07).
           03  MNT-MEMBER                 PIC S9(14)V9(02) COMP-3.
           03  MNT-LAPSE                  PIC S9(14)V9(02) COMP-3.
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  LAP-EDIT                   PIC ZZZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  LAM-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR018C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR018.
      *------------*

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD13-01.
           @OPEN,"OUT",AGR026-01.
           @OPEN,"OUT",ZSD14-01.

      * CDD01-01 / FCD02-01 / ZSD02-01 are multiplexed by MLTSOC (see
      * ZST005's INIT-J2) - both companies' slots are opened up front,
      * each company's ZSD02-01 charges being scanned in its own pass.
           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           @OPEN,"IO",FCD02-01.
           @OPEN,"IO",ZSD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           @OPEN,"IO",FCD02-01.
           @OPEN,"IO",ZSD02-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR018"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE SPACES                    TO MBR-NUMCPT  OF WORKER.
           MOVE 0                         TO CNT-ROWS    OF WORKER.
           MOVE 0                         TO CNT-CHARGED OF WORKER.
           MOVE 0                         TO CNT-CLOSED  OF WORKER.
           MOVE 0                         TO CNT-MEMBER  OF WORKER.
           MOVE 0                         TO CNT-LAPSE   OF WORKER.
           MOVE 0                         TO MNT-MEMBER  OF WORKER.
           MOVE 0                         TO MNT-LAPSE   OF WORKER.
           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 2
              MOVE 0                      TO TOTSOC-CNT  OF WORKER(I1)
              MOVE 0                      TO TOTSOC-MNT  OF WORKER(I1)
              MOVE 0                      TO TOTSOC-LAP  OF WORKER(I1)
              MOVE 0                      TO TOTSOC-LAM  OF WORKER(I1)
           END-PERFORM.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: a bordereau cut while a ZST005 run is still
      * pending mid-lot would leave out premium sitting in the
      * unfinished lot and call those members at risk.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR018"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZSR018,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
SKH056     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR026-01.
           STRING "ZSR018 INSURANCE BORDEREAU - RPYMTH "
                  RPYMTH OF ZSR018
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

      * --> Same YYYYMM edit CHECK-RPYMTH applies in ZST005 - a month
      *     that would never have been posted has no premium to remit.

           MOVE SPACES                    TO RPYMTH-INT OF WORKER.
           STRING RPYMTH OF ZSR018
                  "01"
                  DELIMITED BY SIZE INTO RPYMTH-INT OF WORKER
           END-STRING.
           @DATE,"O","0",RPYMTH-INT OF WORKER, RPYMTH-EXT OF WORKER,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE SPACES TO LIGNE OF AGR026-01
              STRING "RPYMTH IS NOT A VALID YYYYMM - NO BORDEREAU MADE"
                     DELIMITED BY SIZE INTO LIGNE OF AGR026-01
              END-STRING
              @WRITE,AGR026-01,XX
              MOVE 8 TO RETURN-CODE
              GO PRG-END
           END-IF.

           MOVE SPACES                    TO ZSD14-01.
           MOVE "H"                       TO TYPROW OF ZSD14-01.
           MOVE RPYMTH OF ZSR018          TO RPYMTH-BDX OF ZSD14-01.
           MOVE DATBUS OF CWTECH          TO DATCRE-BDX OF ZSD14-01.
           @WRITE,ZSD14-01,XX.

      * ================
      * Batch processing
      * ================

      * --> Premium collected - the whole ledger, account by account

           PERFORM START-PRM THRU START-PRM-FN.
           PERFORM LOOP-PRM THRU LOOP-PRM-FN
                         UNTIL NOT ACCESS-OK.
           IF MBR-NUMCPT OF WORKER NOT = SPACES
              PERFORM WRITE-MEMBER THRU WRITE-MEMBER-FN
           END-IF.

      * --> Lapse risk - each company's insurance charges

           MOVE SPACES                    TO LIGNE OF AGR026-01.
           @WRITE,AGR026-01,XX.
           MOVE SPACES                    TO LIGNE OF AGR026-01.
           STRING "LAPSE RISK - INSURANCE CHARGED, NO PREMIUM POSTED"
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

           MOVE 1                         TO SOCCUR OF WORKER.
           PERFORM START-CHR THRU START-CHR-FN.
           PERFORM LOOP-CHR THRU LOOP-CHR-FN
                         UNTIL NOT ACCESS-OK.

           MOVE 2                         TO SOCCUR OF WORKER.
           PERFORM START-CHR THRU START-CHR-FN.
           PERFORM LOOP-CHR THRU LOOP-CHR-FN
                         UNTIL NOT ACCESS-OK.

           PERFORM WRITE-TRAILERS THRU WRITE-TRAILERS-FN.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-ROWS OF WORKER      TO RUNCTL-CNTRD OF RUNCTL-AREA.
           COMPUTE RUNCTL-CNTWR OF RUNCTL-AREA = CNT-MEMBER OF WORKER +
                                                 CNT-LAPSE OF WORKER
           END-COMPUTE.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD06-01.
           @CLOSE,AGD09-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD13-01.
           @CLOSE,AGR026-01.
           @CLOSE,ZSD14-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           @CLOSE,FCD02-01.
           @CLOSE,ZSD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           @CLOSE,FCD02-01.
           @CLOSE,ZSD02-01.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

       START-PRM.
      *-----------*
           INITIALIZE AGD09-01.
           MOVE SPACES                  TO NUMCPT-THA-HIS OF AGD09-01.

           @START,"1","GE",AGD09-01,XX.
           IF ACCESS-OK
              @READNX,AGD09-01,XX
           END-IF.

       START-PRM-FN.
      *--------------*
           EXIT.

      * --> Key "1" is account-first, so a member's rows come together
      *     and one detail is written per member at the account break.
      *     Only the insurance marker rows count, and only while still
      *     posted - a reversed row's premium was never kept.

       LOOP-PRM.
      *----------*

           IF INSIND-HIS-YES OF AGD09-01
              AND STAHIS-POSTED OF AGD09-01
              PERFORM GET-HIS-MONTH THRU GET-HIS-MONTH-FN
              IF HIS-MONTH-FOUND OF WORKER
                 AND RPYMTH-ROW OF WORKER = RPYMTH OF ZSR018
                 PERFORM ADD-PREMIUM THRU ADD-PREMIUM-FN
              END-IF
           END-IF.

           @READNX,AGD09-01,XX.

       LOOP-PRM-FN.
      *------------*
           EXIT.


       ADD-PREMIUM.
      *-------------*

           ADD 1 TO CNT-ROWS OF WORKER.

           IF NUMCPT-THA-HIS OF AGD09-01 NOT = MBR-NUMCPT OF WORKER
              IF MBR-NUMCPT OF WORKER NOT = SPACES
                 PERFORM WRITE-MEMBER THRU WRITE-MEMBER-FN
              END-IF
              MOVE NUMCPT-THA-HIS OF AGD09-01 TO MBR-NUMCPT OF WORKER
              MOVE 0                    TO MBR-MNT OF WORKER
           END-IF.

           ADD MONMVT-HIS OF AGD09-01   TO MBR-MNT OF WORKER.
           MOVE REFOPN-HIS OF AGD09-01  TO MBR-REFLOT OF WORKER.

       ADD-PREMIUM-FN.
      *---------------*
           EXIT.

      * --> A ledger row written before RPYMTH-HIS was carried has it
      *     blank - its month is on the AGD06-01 posting it mirrors, or
      *     on that posting's AGD13-01 archive image (as in ZSR016).

       GET-HIS-MONTH.
      *---------------*

           MOVE "Y"                     TO SWIHIS OF WORKER.
           MOVE RPYMTH-HIS OF AGD09-01  TO RPYMTH-ROW OF WORKER.

           IF RPYMTH-ROW OF WORKER NOT = SPACES
              GO GET-HIS-MONTH-FN
           END-IF.

           MOVE SPACES                  TO AGD06-01.
           MOVE REFOPN-HIS OF AGD09-01  TO REFLOT OF AGD06-01.
           MOVE NUMTEC-HIS OF AGD09-01  TO NUMTEC OF AGD06-01.
           @READZ,"1",AGD06-01,XX.
           IF ACCESS-OK
              MOVE RPYMTH-AGD OF AGD06-01 TO RPYMTH-ROW OF WORKER
              GO GET-HIS-MONTH-FN
           END-IF.

           MOVE SPACES                  TO AGD13-01.
           MOVE REFOPN-HIS OF AGD09-01  TO REFLOT-ARC OF AGD13-01.
           MOVE NUMTEC-HIS OF AGD09-01  TO NUMTEC-ARC OF AGD13-01.
           @READZ,"1",AGD13-01,XX.
           IF ACCESS-OK
              MOVE AGDARC OF AGD13-01   TO AGD06-01
              MOVE RPYMTH-AGD OF AGD06-01 TO RPYMTH-ROW OF WORKER
           ELSE
              MOVE "N"                  TO SWIHIS OF WORKER
           END-IF.

       GET-HIS-MONTH-FN.
      *------------------*
           EXIT.

      * --> The company off the account prefix, the same 999/399 rule
      *     ZST005 switches MLTSOC on; the name off CDD01-01 in that
      *     company's slot.

       WRITE-MEMBER.
      *--------------*

           MOVE MBR-NUMCPT OF WORKER    TO NUMCPT-CUR OF WORKER.
           MOVE MBR-NUMCPT OF WORKER    TO ACCNUM OF WORKER.
           IF ACCNUM-FIR OF WORKER = "399"
              MOVE 2                    TO SOCCUR OF WORKER
           ELSE
              MOVE 1                    TO SOCCUR OF WORKER
           END-IF.
           PERFORM GET-NOMCLI THRU GET-NOMCLI-FN.

           ADD 1 TO CNT-MEMBER OF WORKER.
           ADD MBR-MNT OF WORKER        TO MNT-MEMBER OF WORKER.
           ADD 1 TO TOTSOC-CNT OF WORKER(SOCCUR OF WORKER).
           ADD MBR-MNT OF WORKER
                          TO TOTSOC-MNT OF WORKER(SOCCUR OF WORKER).

           MOVE SPACES                  TO ZSD14-01.
           MOVE "D"                     TO TYPROW OF ZSD14-01.
           MOVE SOCCUR OF WORKER        TO MLTSOC-BDX OF ZSD14-01.
           MOVE MBR-NUMCPT OF WORKER    TO NUMCPT-BDX OF ZSD14-01.
           MOVE NOMCLI-WRK OF WORKER    TO NOMCLI-BDX OF ZSD14-01.
           MOVE MBR-REFLOT OF WORKER    TO REFLOT-BDX OF ZSD14-01.
           @MONTAN,"O","4", MBR-MNT OF WORKER,\
           AMOPRM OF ZSD14-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"              TO AMOPRM OF ZSD14-01
           END-IF.
           @WRITE,ZSD14-01,XX.

       WRITE-MEMBER-FN.
      *----------------*
           EXIT.


       GET-NOMCLI.
      *------------*

           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           MOVE SPACES                  TO CDD01-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF CDD01-01.
           @READZ,"1",CDD01-01,XX.
           IF ACCESS-OK
              MOVE NOMCLI OF CDD01-01   TO NOMCLI-WRK OF WORKER
           ELSE
              MOVE "(ACCOUNT NOT FOUND)" TO NOMCLI-WRK OF WORKER
           END-IF.

       GET-NOMCLI-FN.
      *--------------*
           EXIT.


       START-CHR.
      *-----------*
           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.

           INITIALIZE ZSD02-01.
           MOVE SPACES                  TO NUMCPT OF ZSD02-01.

           @START,"1","GE",ZSD02-01,XX.
           IF ACCESS-OK
              @READNX,ZSD02-01,XX
           END-IF.

       START-CHR-FN.
      *--------------*
           EXIT.

      * --> MONCHR(2) is the yearly insurance charge ZST005 takes a
      *     twelfth of each month. The FCD02-01, CDD01-01 and ledger
      *     reads in between leave the ZSD02-01 position alone, but the
      *     company slot is put back before the next read.

       LOOP-CHR.
      *----------*

           IF MONCHR OF ZSD02-01(2) > 0
              PERFORM CHECK-CHR THRU CHECK-CHR-FN
           END-IF.

           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           @READNX,ZSD02-01,XX.

       LOOP-CHR-FN.
      *------------*
           EXIT.


       CHECK-CHR.
      *-----------*

           ADD 1 TO CNT-CHARGED OF WORKER.
           MOVE NUMCPT OF ZSD02-01      TO NUMCPT-CUR OF WORKER.
           COMPUTE MONPRM OF WORKER = MONCHR OF ZSD02-01(2) / 12
           END-COMPUTE.

      * --> A closed loan takes no more premium and its cover ends with
      *     it; a frozen one still owes it and is flagged on the row.

           MOVE SPACES                  TO STACPT-WRK OF WORKER.
           MOVE SPACES                  TO FCD02-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF FCD02-01.
           @READZ,"1",FCD02-01,XX.
           IF ACCESS-OK
              IF STACPT-CLOSED OF FCD02-01
                 ADD 1 TO CNT-CLOSED OF WORKER
                 GO CHECK-CHR-FN
              END-IF
              IF STACPT-FROZEN OF FCD02-01
                 MOVE STACPT OF FCD02-01 TO STACPT-WRK OF WORKER
              END-IF
           END-IF.

           PERFORM FIND-PREMIUM THRU FIND-PREMIUM-FN.
           IF PREMIUM-FOUND OF WORKER
              GO CHECK-CHR-FN
           END-IF.

           PERFORM WRITE-LAPSE THRU WRITE-LAPSE-FN.

       CHECK-CHR-FN.
      *-------------*
           EXIT.

      * --> Any posted insurance row of the account for the month - the
      *     same test the premium pass applies, for one account.

       FIND-PREMIUM.
      *--------------*

           MOVE "N"                     TO SWIPRM OF WORKER.

           INITIALIZE AGD09-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT-THA-HIS OF AGD09-01.

           @START,"1","GE",AGD09-01,XX.
           IF ACCESS-OK
              @READNX,AGD09-01,XX
              PERFORM UNTIL NOT ACCESS-OK
                 OR NUMCPT-THA-HIS OF AGD09-01 NOT =
                    NUMCPT-CUR OF WORKER
                 OR PREMIUM-FOUND OF WORKER
                 IF INSIND-HIS-YES OF AGD09-01
                    AND STAHIS-POSTED OF AGD09-01
                    PERFORM GET-HIS-MONTH THRU GET-HIS-MONTH-FN
                    IF HIS-MONTH-FOUND OF WORKER
                       AND RPYMTH-ROW OF WORKER = RPYMTH OF ZSR018
                       MOVE "Y"         TO SWIPRM OF WORKER
                    END-IF
                 END-IF
                 IF PREMIUM-NONE OF WORKER
                    @READNX,AGD09-01,XX
                 END-IF
              END-PERFORM
           END-IF.

       FIND-PREMIUM-FN.
      *-----------------*
           EXIT.


       WRITE-LAPSE.
      *-------------*

           PERFORM GET-NOMCLI THRU GET-NOMCLI-FN.

           ADD 1 TO CNT-LAPSE OF WORKER.
           ADD MONPRM OF WORKER         TO MNT-LAPSE OF WORKER.
           ADD 1 TO TOTSOC-LAP OF WORKER(SOCCUR OF WORKER).
           ADD MONPRM OF WORKER
                          TO TOTSOC-LAM OF WORKER(SOCCUR OF WORKER).

           MOVE SPACES                  TO ZSD14-01.
           MOVE "L"                     TO TYPROW OF ZSD14-01.
           MOVE SOCCUR OF WORKER        TO MLTSOC-BDX OF ZSD14-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT-BDX OF ZSD14-01.
           MOVE NOMCLI-WRK OF WORKER    TO NOMCLI-BDX OF ZSD14-01.
           MOVE STACPT-WRK OF WORKER    TO STACPT-BDX OF ZSD14-01.
           @MONTAN,"O","4", MONPRM OF WORKER,\
           AMOPRM OF ZSD14-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"              TO AMOPRM OF ZSD14-01
           END-IF.
           @WRITE,ZSD14-01,XX.

           MOVE SPACES TO LIGNE OF AGR026-01.
           MOVE MONPRM OF WORKER        TO MNT-EDIT OF WORKER.
           STRING NUMCPT-CUR OF WORKER
                  " MLTSOC="
                  SOCCUR OF WORKER
                  " "
                  NOMCLI-WRK OF WORKER
                  " PREMIUM DUE="
                  MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

           IF STACPT-WRK OF WORKER = "F"
              MOVE SPACES TO LIGNE OF AGR026-01
              STRING "             ACCOUNT FROZEN ON FCD02-01"
                     DELIMITED BY SIZE INTO LIGNE OF AGR026-01
              END-STRING
              @WRITE,AGR026-01,XX
           END-IF.

       WRITE-LAPSE-FN.
      *----------------*
           EXIT.

      * --> One "S" row per company, then the file trailer - written
      *     even with nothing in them, so the insurer can still balance
      *     an empty month.

       WRITE-TRAILERS.
      *----------------*

           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 2
              MOVE SPACES                   TO ZSD14-01
              MOVE "S"                      TO TYPROW OF ZSD14-01
              MOVE I1                       TO MLTSOC-TOT OF ZSD14-01
              MOVE TOTSOC-CNT OF WORKER(I1) TO CNTPRM OF ZSD14-01
              MOVE TOTSOC-LAP OF WORKER(I1) TO CNTLAP OF ZSD14-01
              @MONTAN,"O","4", TOTSOC-MNT OF WORKER(I1),\
              TOTPRM OF ZSD14-01,,XX
              IF CODRET OF CWFRMT NOT = "00"
                 MOVE  "0.00"               TO TOTPRM OF ZSD14-01
              END-IF
              @MONTAN,"O","4", TOTSOC-LAM OF WORKER(I1),\
              TOTLAP OF ZSD14-01,,XX
              IF CODRET OF CWFRMT NOT = "00"
                 MOVE  "0.00"               TO TOTLAP OF ZSD14-01
              END-IF
              @WRITE,ZSD14-01,XX
           END-PERFORM.

           MOVE SPACES                      TO ZSD14-01.
           MOVE "T"                         TO TYPROW OF ZSD14-01.
           MOVE 0                           TO MLTSOC-TOT OF ZSD14-01.
           MOVE CNT-MEMBER OF WORKER        TO CNTPRM OF ZSD14-01.
           MOVE CNT-LAPSE OF WORKER         TO CNTLAP OF ZSD14-01.
           @MONTAN,"O","4", MNT-MEMBER OF WORKER,\
           TOTPRM OF ZSD14-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO TOTPRM OF ZSD14-01
           END-IF.
           @MONTAN,"O","4", MNT-LAPSE OF WORKER,\
           TOTLAP OF ZSD14-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO TOTLAP OF ZSD14-01
           END-IF.
           @WRITE,ZSD14-01,XX.

       WRITE-TRAILERS-FN.
      *-------------------*
           EXIT.


       PRG-REPORT.
      *------------*

           MOVE SPACES TO LIGNE OF AGR026-01.
           @WRITE,AGR026-01,XX.

           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 2
              MOVE I1                       TO SOCCUR OF WORKER
              MOVE SPACES TO LIGNE OF AGR026-01
              MOVE TOTSOC-CNT OF WORKER(I1) TO CNT-EDIT OF WORKER
              MOVE TOTSOC-MNT OF WORKER(I1) TO MNT-EDIT OF WORKER
              MOVE TOTSOC-LAP OF WORKER(I1) TO LAP-EDIT OF WORKER
              MOVE TOTSOC-LAM OF WORKER(I1) TO LAM-EDIT OF WORKER
              STRING "MLTSOC="
                     SOCCUR OF WORKER
                     " MEMBERS="
                     CNT-EDIT OF WORKER
                     " PREMIUM="
                     MNT-EDIT OF WORKER
                     " LAPSE RISK="
                     LAP-EDIT OF WORKER
                     " DUE="
                     LAM-EDIT OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR026-01
              END-STRING
              @WRITE,AGR026-01,XX
           END-PERFORM.

           MOVE SPACES TO LIGNE OF AGR026-01.
           MOVE CNT-MEMBER OF WORKER TO CNT-EDIT OF WORKER.
           MOVE MNT-MEMBER OF WORKER TO MNT-EDIT OF WORKER.
           STRING "TOTAL MEMBERS ON BORDEREAU=" CNT-EDIT OF WORKER
                  " PREMIUM=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

           MOVE SPACES TO LIGNE OF AGR026-01.
           MOVE CNT-ROWS OF WORKER TO CNT-EDIT OF WORKER.
           STRING "INSURANCE LEDGER ROWS FOR THE MONTH="
                  CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

           MOVE SPACES TO LIGNE OF AGR026-01.
           MOVE CNT-CHARGED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "ZSD02-01 ACCOUNTS CHARGED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

           MOVE SPACES TO LIGNE OF AGR026-01.
           MOVE CNT-CLOSED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "SKIPPED - ACCOUNT CLOSED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

           MOVE SPACES TO LIGNE OF AGR026-01.
           MOVE CNT-LAPSE OF WORKER TO CNT-EDIT OF WORKER.
           MOVE MNT-LAPSE OF WORKER TO MNT-EDIT OF WORKER.
           STRING "LAPSE RISK=" CNT-EDIT OF WORKER
                  " PREMIUM DUE=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR026-01
           END-STRING.
           @WRITE,AGR026-01,XX.

      * --> Non-zero RETURN-CODE so the scheduler can flag a month with
      *     members whose cover is at risk.

           IF CNT-LAPSE OF WORKER > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       PRG-REPORT-FN.
      *---------------*
           EXIT.

      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
