      *******************************************************************
      *                                                                 *
      *            ZSR016 : Non-Remittance Report                       *
      *     Starts from the schedule instead of from what arrived:      *
      *     every active CDD33-01 repayment row (the SWICAP "Y" row of  *
      *     each NUMCPT/NUMLOA, both companies) whose account FCD02-01  *
      *     has not closed is checked against the AGD09-01 ledger for   *
      *     a posted receipt - under any of ANG/BEN/OTH/PYR - for the   *
      *     repayment month passed in. Every account with none is       *
      *     listed with the member name off CDD01-01, the instalment    *
      *     expected (MONRBT-CAP + MONRBT-INT), the company, and how    *
      *     many months in a row it has now gone without a receipt, so *
      *     collections can chase the paying agency inside the month.  *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR016.
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
           @COPFIC, AGR021-01.
           @COPFIC, CDD01-01.
           @COPFIC, CDD33-01.
           @COPFIC, FCD02-01.
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

           03  SOCCUR                     PIC 9(01).
           03  NUMCPT-CUR                 PIC X(12).
           03  NUMCPT-PRV                 PIC X(12).
           03  NOMCLI-WRK                 PIC X(40).
           03  STACPT-WRK                 PIC X(01).
           03  MONEXP                     PIC S9(14)V9(02) COMP-3.
           03  RPYMTH-INT                 PIC X(08).
           03  RPYMTH-EXT                 PIC X(08).
           03  RPYMTH-ROW                 PIC X(06).
      *        Oldest month looked back to - MAXMIS months before the
      *        month asked for. A run of misses that long is reported
      *        as "or more" rather than walked back any further.
           03  MAXMIS                     PIC 9(02).
           03  MTHLOW                     PIC X(06).
           03  MTHWRK.
               05  MTHWRK-YY              PIC 9(04).
               05  MTHWRK-MM              PIC 9(02).
           03  NBMIS                      PIC 9(02).
           03  NBRCV                      PIC 9(02).
           03  I1                         PIC 9(02).
           03  RCVTAB OCCURS 30.
               05  RCVTAB-MTH             PIC X(06).
           03  SWIRCV                     PIC X(01).
               88  MONTH-RECEIVED               VALUE "Y".
               88  MONTH-MISSED                 VALUE "N".
           03  SWIANY                     PIC X(01).
               88  ANY-RECEIPT                  VALUE "Y".
               88  NO-RECEIPT-EVER              VALUE "N".
           03  SWIHIS                     PIC X(01).
               88  HIS-MONTH-FOUND              VALUE "Y".
               88  HIS-MONTH-LOST               VALUE "N".
           03  TOTSOC OCCURS 2.
               05  TOTSOC-CNT             PIC 9(07).
               05  TOTSOC-MNT             PIC S9(14)V9(02) COMP-3.

           03  CNT-SCHED                  PIC 9(07).
           03  CNT-CLOSED                 PIC 9(07).
           03  CNT-PAID                   PIC 9(07).
           03  CNT-MISSED                 PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  MIS-EDIT                   PIC Z9.
           03  MIS-SUF                    PIC X(01).
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR016C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR016.
      *------------*

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD13-01.
           @OPEN,"OUT",AGR021-01.

      * CDD01-01 / CDD33-01 / FCD02-01 are multiplexed by MLTSOC (see
      * ZST005's INIT-J2) - both companies' slots are opened up front,
      * each company's schedule being scanned in its own pass.
           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           @OPEN,"IO",CDD33-01.
           @OPEN,"IO",FCD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           @OPEN,"IO",CDD33-01.
           @OPEN,"IO",FCD02-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR016"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE SPACES                    TO NUMCPT-PRV  OF WORKER.
           MOVE 0                         TO CNT-SCHED   OF WORKER.
           MOVE 0                         TO CNT-CLOSED  OF WORKER.
           MOVE 0                         TO CNT-PAID    OF WORKER.
           MOVE 0                         TO CNT-MISSED  OF WORKER.
           MOVE 0                         TO TOTSOC-CNT  OF WORKER(1).
           MOVE 0                         TO TOTSOC-MNT  OF WORKER(1).
           MOVE 0                         TO TOTSOC-CNT  OF WORKER(2).
           MOVE 0                         TO TOTSOC-MNT  OF WORKER(2).
           MOVE 24                        TO MAXMIS      OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: a listing cut while a ZST005 run is still
      * pending mid-lot would call members missed whose receipt is
      * sitting in the unfinished lot.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR016"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZSR016,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
SKH056     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR021-01.
           STRING "ZSR016 NON-REMITTANCE REPORT - RPYMTH "
                  RPYMTH OF ZSR016
                  DELIMITED BY SIZE INTO LIGNE OF AGR021-01
           END-STRING.
           @WRITE,AGR021-01,XX.

      * --> Same YYYYMM edit CHECK-RPYMTH applies in ZST005 - a month
      *     that would never have been posted cannot be checked for.

           MOVE SPACES                    TO RPYMTH-INT OF WORKER.
           STRING RPYMTH OF ZSR016
                  "01"
                  DELIMITED BY SIZE INTO RPYMTH-INT OF WORKER
           END-STRING.
           @DATE,"O","0",RPYMTH-INT OF WORKER, RPYMTH-EXT OF WORKER,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE SPACES TO LIGNE OF AGR021-01
              STRING "RPYMTH IS NOT A VALID YYYYMM - NOTHING LISTED"
                     DELIMITED BY SIZE INTO LIGNE OF AGR021-01
              END-STRING
              @WRITE,AGR021-01,XX
              MOVE 8 TO RETURN-CODE
              GO PRG-END
           END-IF.

      * --> Oldest month of the look-back window

           MOVE RPYMTH OF ZSR016          TO MTHWRK OF WORKER.
           PERFORM STEP-BACK-MONTH THRU STEP-BACK-MONTH-FN
                         VARYING I1 FROM 1 BY 1
                         UNTIL I1 > MAXMIS OF WORKER.
           MOVE MTHWRK OF WORKER          TO MTHLOW OF WORKER.

      * ================
      * Batch processing
      * ================

           MOVE 1                         TO SOCCUR OF WORKER.
           PERFORM START-SCH THRU START-SCH-FN.
           PERFORM LOOP-SCH THRU LOOP-SCH-FN
                         UNTIL NOT ACCESS-OK.

           MOVE 2                         TO SOCCUR OF WORKER.
           PERFORM START-SCH THRU START-SCH-FN.
           PERFORM LOOP-SCH THRU LOOP-SCH-FN
                         UNTIL NOT ACCESS-OK.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-SCHED OF WORKER     TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-MISSED OF WORKER    TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD06-01.
           @CLOSE,AGD09-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD13-01.
           @CLOSE,AGR021-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           @CLOSE,CDD33-01.
           @CLOSE,FCD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           @CLOSE,CDD33-01.
           @CLOSE,FCD02-01.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

       START-SCH.
      *-----------*
           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.

           INITIALIZE CDD33-01.
           MOVE SPACES                  TO NUMCPT OF CDD33-01.

           @START,"3","GE",CDD33-01,XX.
           IF ACCESS-OK
              @READNX,CDD33-01,XX
           END-IF.

       START-SCH-FN.
      *--------------*
           EXIT.

      * --> Only the SWICAP "Y" row of a schedule is the instalment
      *     currently due - the same row START-CDD33 in ZST005 takes
      *     MONRBT-INT / MONRBT-CAP from. The FCD02-01, CDD01-01 and
      *     ledger reads in between leave the CDD33-01 position alone,
      *     but the company slot is put back before the next read.

       LOOP-SCH.
      *----------*

           IF SWICAP OF CDD33-01 = "Y"
              PERFORM CHECK-SCH THRU CHECK-SCH-FN
           END-IF.

           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           @READNX,CDD33-01,XX.

       LOOP-SCH-FN.
      *------------*
           EXIT.


       CHECK-SCH.
      *-----------*

           ADD 1 TO CNT-SCHED OF WORKER.

           MOVE NUMCPT OF CDD33-01      TO NUMCPT-CUR OF WORKER.
           COMPUTE MONEXP OF WORKER = MONRBT-CAP OF CDD33-01 +
                                      MONRBT-INT OF CDD33-01
           END-COMPUTE.

      * --> A closed account is owed nothing; a frozen one still is,
      *     and is listed with its status so collections know why.

           MOVE SPACES                  TO STACPT-WRK OF WORKER.
           MOVE SPACES                  TO FCD02-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF FCD02-01.
           @READZ,"1",FCD02-01,XX.
           IF ACCESS-OK
              IF STACPT-CLOSED OF FCD02-01
                 ADD 1 TO CNT-CLOSED OF WORKER
                 GO CHECK-SCH-FN
              END-IF
              MOVE STACPT OF FCD02-01   TO STACPT-WRK OF WORKER
           END-IF.

      * --> One ledger pass per account - a member with several loans
      *     has several SWICAP rows in a row, all answered by it.

           IF NUMCPT-CUR OF WORKER NOT = NUMCPT-PRV OF WORKER
              PERFORM LOAD-RECEIPTS THRU LOAD-RECEIPTS-FN
              MOVE NUMCPT-CUR OF WORKER TO NUMCPT-PRV OF WORKER
           END-IF.

           MOVE RPYMTH OF ZSR016        TO MTHWRK OF WORKER.
           PERFORM CHECK-MONTH-RCV THRU CHECK-MONTH-RCV-FN.
           IF MONTH-RECEIVED OF WORKER
              ADD 1 TO CNT-PAID OF WORKER
              GO CHECK-SCH-FN
           END-IF.

      * --> Missed - walk back a month at a time until a month with a
      *     receipt turns up or the look-back window runs out.

           MOVE 1                       TO NBMIS OF WORKER.
           PERFORM COUNT-MISSED THRU COUNT-MISSED-FN
                         UNTIL MONTH-RECEIVED OF WORKER
                         OR NBMIS OF WORKER NOT < MAXMIS OF WORKER.

           PERFORM WRITE-MISSING THRU WRITE-MISSING-FN.

       CHECK-SCH-FN.
      *-------------*
           EXIT.

      * --> Every month inside the look-back window the account has a
      *     posted receipt for, off its AGD09-01 ledger rows (Key "1"
      *     is account-first). Reversed rows are void and insurance
      *     marker rows are breakdown lines of a main posting - neither
      *     counts as a receipt.

       LOAD-RECEIPTS.
      *---------------*

           MOVE 0                       TO NBRCV OF WORKER.
           MOVE "N"                     TO SWIANY OF WORKER.

           INITIALIZE AGD09-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT-THA-HIS OF AGD09-01.

           @START,"1","GE",AGD09-01,XX.
           IF ACCESS-OK
              @READNX,AGD09-01,XX
           END-IF.

           PERFORM LOOP-RECEIPTS THRU LOOP-RECEIPTS-FN
                         UNTIL NOT ACCESS-OK
                         OR NUMCPT-THA-HIS OF AGD09-01 NOT =
                            NUMCPT-CUR OF WORKER.

       LOAD-RECEIPTS-FN.
      *------------------*
           EXIT.


       LOOP-RECEIPTS.
      *---------------*

           IF STAHIS-POSTED OF AGD09-01
              AND NOT INSIND-HIS-YES OF AGD09-01
              MOVE "Y"                  TO SWIANY OF WORKER
              PERFORM GET-HIS-MONTH THRU GET-HIS-MONTH-FN
              IF HIS-MONTH-FOUND OF WORKER
                 AND RPYMTH-ROW OF WORKER NOT < MTHLOW OF WORKER
                 AND RPYMTH-ROW OF WORKER NOT > RPYMTH OF ZSR016
                 PERFORM ADD-RECEIPT THRU ADD-RECEIPT-FN
              END-IF
           END-IF.

           @READNX,AGD09-01,XX.

       LOOP-RECEIPTS-FN.
      *------------------*
           EXIT.

      * --> A ledger row written before RPYMTH-HIS was carried has it
      *     blank - its month is on the AGD06-01 posting it mirrors, or
      *     on that posting's AGD13-01 archive image once ZST007 has
      *     moved the lot off the live file.

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

      * --> The ledger read position is re-established by the caller's
      *     next @READNX on AGD09-01 - neither read above touches it.

       GET-HIS-MONTH-FN.
      *------------------*
           EXIT.


       ADD-RECEIPT.
      *-------------*

           MOVE "N"                     TO SWIRCV OF WORKER.
           PERFORM VARYING I1 FROM 1 BY 1
              UNTIL I1 > NBRCV OF WORKER
              OR MONTH-RECEIVED OF WORKER
              IF RCVTAB-MTH OF WORKER(I1) = RPYMTH-ROW OF WORKER
                 MOVE "Y"               TO SWIRCV OF WORKER
              END-IF
           END-PERFORM.

           IF MONTH-MISSED OF WORKER
              AND NBRCV OF WORKER < 30
              ADD 1                     TO NBRCV OF WORKER
              MOVE RPYMTH-ROW OF WORKER TO RCVTAB-MTH OF WORKER
                                           (NBRCV OF WORKER)
           END-IF.

       ADD-RECEIPT-FN.
      *----------------*
           EXIT.


       CHECK-MONTH-RCV.
      *-----------------*

           MOVE "N"                     TO SWIRCV OF WORKER.
           PERFORM VARYING I1 FROM 1 BY 1
              UNTIL I1 > NBRCV OF WORKER
              OR MONTH-RECEIVED OF WORKER
              IF RCVTAB-MTH OF WORKER(I1) = MTHWRK OF WORKER
                 MOVE "Y"               TO SWIRCV OF WORKER
              END-IF
           END-PERFORM.

       CHECK-MONTH-RCV-FN.
      *--------------------*
           EXIT.

      * --> NBMIS already counts the month asked for; one more month
      *     back is a further miss only if nothing came in for it.

       COUNT-MISSED.
      *--------------*

           PERFORM STEP-BACK-MONTH THRU STEP-BACK-MONTH-FN.
           PERFORM CHECK-MONTH-RCV THRU CHECK-MONTH-RCV-FN.
           IF MONTH-MISSED OF WORKER
              ADD 1 TO NBMIS OF WORKER
           END-IF.

       COUNT-MISSED-FN.
      *-----------------*
           EXIT.


       STEP-BACK-MONTH.
      *-----------------*

           IF MTHWRK-MM OF WORKER = 1
              MOVE 12                   TO MTHWRK-MM OF WORKER
              SUBTRACT 1              FROM MTHWRK-YY OF WORKER
           ELSE
              SUBTRACT 1              FROM MTHWRK-MM OF WORKER
           END-IF.

       STEP-BACK-MONTH-FN.
      *--------------------*
           EXIT.

      * --> Listing line - member name off CDD01-01 in the schedule's
      *     own company slot.

       WRITE-MISSING.
      *---------------*

           ADD 1 TO CNT-MISSED OF WORKER.
           ADD 1 TO TOTSOC-CNT OF WORKER(SOCCUR OF WORKER).
           ADD MONEXP OF WORKER
                          TO TOTSOC-MNT OF WORKER(SOCCUR OF WORKER).

           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           MOVE SPACES                  TO CDD01-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF CDD01-01.
           @READZ,"1",CDD01-01,XX.
           IF ACCESS-OK
              MOVE NOMCLI OF CDD01-01   TO NOMCLI-WRK OF WORKER
           ELSE
              MOVE "(ACCOUNT NOT FOUND)" TO NOMCLI-WRK OF WORKER
           END-IF.

           MOVE SPACES TO LIGNE OF AGR021-01.
           MOVE MONEXP OF WORKER        TO MNT-EDIT OF WORKER.
           MOVE NBMIS OF WORKER         TO MIS-EDIT OF WORKER.
           MOVE SPACES                  TO MIS-SUF  OF WORKER.
           IF NBMIS OF WORKER NOT < MAXMIS OF WORKER
              MOVE "+"                  TO MIS-SUF  OF WORKER
           END-IF.
           STRING NUMCPT-CUR OF WORKER
                  " "
                  NUMLOA OF CDD33-01
                  " MLTSOC="
                  SOCCUR OF WORKER
                  " "
                  NOMCLI-WRK OF WORKER
                  " EXPECTED="
                  MNT-EDIT OF WORKER
                  " MISSED="
                  MIS-EDIT OF WORKER
                  MIS-SUF OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR021-01
           END-STRING.
           @WRITE,AGR021-01,XX.

           IF NO-RECEIPT-EVER OF WORKER
              OR STACPT-WRK OF WORKER = "F"
              MOVE SPACES TO LIGNE OF AGR021-01
              IF NO-RECEIPT-EVER OF WORKER
                 STRING "             NO RECEIPT ON FILE - ANY MONTH"
                        DELIMITED BY SIZE INTO LIGNE OF AGR021-01
                 END-STRING
              ELSE
                 STRING "             ACCOUNT FROZEN ON FCD02-01"
                        DELIMITED BY SIZE INTO LIGNE OF AGR021-01
                 END-STRING
              END-IF
              @WRITE,AGR021-01,XX
           END-IF.

       WRITE-MISSING-FN.
      *------------------*
           EXIT.


       PRG-REPORT.
      *------------*

           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 2
              MOVE I1                       TO SOCCUR OF WORKER
              MOVE SPACES TO LIGNE OF AGR021-01
              MOVE TOTSOC-CNT OF WORKER(I1) TO CNT-EDIT OF WORKER
              MOVE TOTSOC-MNT OF WORKER(I1) TO MNT-EDIT OF WORKER
              STRING "MLTSOC="
                     SOCCUR OF WORKER
                     " ACCOUNTS MISSED="
                     CNT-EDIT OF WORKER
                     " EXPECTED="
                     MNT-EDIT OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR021-01
              END-STRING
              @WRITE,AGR021-01,XX
           END-PERFORM.

           MOVE SPACES TO LIGNE OF AGR021-01.
           MOVE CNT-SCHED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "SCHEDULES CHECKED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR021-01
           END-STRING.
           @WRITE,AGR021-01,XX.

           MOVE SPACES TO LIGNE OF AGR021-01.
           MOVE CNT-CLOSED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "SKIPPED - ACCOUNT CLOSED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR021-01
           END-STRING.
           @WRITE,AGR021-01,XX.

           MOVE SPACES TO LIGNE OF AGR021-01.
           MOVE CNT-PAID OF WORKER TO CNT-EDIT OF WORKER.
           STRING "RECEIVED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR021-01
           END-STRING.
           @WRITE,AGR021-01,XX.

           MOVE SPACES TO LIGNE OF AGR021-01.
           MOVE CNT-MISSED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "NOT RECEIVED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR021-01
           END-STRING.
           @WRITE,AGR021-01,XX.

       PRG-REPORT-FN.
      *---------------*
           EXIT.

      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
