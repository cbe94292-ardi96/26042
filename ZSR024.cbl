      *******************************************************************
      *                                                                 *
      *            ZSR024 : Month-End Accrual Listing                   *
      *     Run at period close beside ZST012. Every active CDD33-01    *
SKH056*     repayment row (the first SWICAP "Y" row of each NUMCPT,     *
SKH056*     the one ZST005, ZST010 and ZSR020 take as its schedule)     *
      *     of the company or companies asked for, on an account        *
      *     FCD02-01 has not closed, is checked against the AGD09-01    *
      *     ledger for a posted receipt - under any agency format -     *
      *     for the repayment month passed in. Every instalment with    *
      *     none is listed with its capital and interest (MONRBT-CAP /  *
      *     MONRBT-INT) and totalled per company, frozen accounts       *
      *     apart, for the month-end accrual entries. The heading of    *
      *     each company's totals carries the month's AGD22-01 period   *
      *     status, so an accrual taken off a month still open is seen  *
      *     as such.                                                    *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR024.
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
           @COPFIC, AGD22-01.
           @COPFIC, AGR034-01.
           @COPFIC, CDD01-01.
           @COPFIC, CDD33-01.
           @COPFIC, FCD02-01.
           @MLTCOPY.

      * ====================
      * Copy's of interfaces
      * ====================

           COPY CWFRMTC.
           COPY RUNCTLC.
           COPY PERCTLC.

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
           03  SOCFRM                     PIC 9(01).
           03  SOCTO                      PIC 9(01).
           03  NUMCPT-CUR                 PIC X(12).
           03  NUMCPT-PRV                 PIC X(12).
SKH056*        Account whose schedule row has been taken already.
SKH056     03  NUMCPT-LST                 PIC X(12).
           03  NOMCLI-WRK                 PIC X(24).
           03  STACPT-WRK                 PIC X(01).
           03  MONCAP-EXP                 PIC S9(14)V9(02) COMP-3.
           03  MONINT-EXP                 PIC S9(14)V9(02) COMP-3.
           03  MONEXP                     PIC S9(14)V9(02) COMP-3.
           03  RPYMTH-INT                 PIC X(08).
           03  RPYMTH-EXT                 PIC X(08).
           03  RPYMTH-ROW                 PIC X(06).
           03  SWIRCV                     PIC X(01).
               88  MONTH-RECEIVED               VALUE "Y".
               88  MONTH-MISSED                 VALUE "N".
           03  SWIHIS                     PIC X(01).
               88  HIS-MONTH-FOUND              VALUE "Y".
               88  HIS-MONTH-LOST               VALUE "N".
           03  TOTSOC OCCURS 2.
               05  TOTSOC-CNT             PIC 9(07).
               05  TOTSOC-CAP             PIC S9(14)V9(02) COMP-3.
               05  TOTSOC-INT             PIC S9(14)V9(02) COMP-3.
               05  TOTSOC-MNT             PIC S9(14)V9(02) COMP-3.
               05  TOTSOC-CNT-FRZ         PIC 9(07).
               05  TOTSOC-MNT-FRZ         PIC S9(14)V9(02) COMP-3.
           03  LIBPER                     PIC X(07).

           03  CNT-SCHED                  PIC 9(07).
           03  CNT-CLOSED                 PIC 9(07).
           03  CNT-PAID                   PIC 9(07).
           03  CNT-ACCRUED                PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  CAP-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  INT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR024C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR024.
      *------------*

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD13-01.
           @OPEN,"IO",AGD22-01.
           @OPEN,"OUT",AGR034-01.

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
           MOVE "ZSR024"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE SPACES                    TO NUMCPT-PRV  OF WORKER.
           MOVE 0                         TO CNT-SCHED   OF WORKER.
           MOVE 0                         TO CNT-CLOSED  OF WORKER.
           MOVE 0                         TO CNT-PAID    OF WORKER.
           MOVE 0                         TO CNT-ACCRUED OF WORKER.
           MOVE 0                         TO TOTSOC-CNT  OF WORKER(1).
           MOVE 0                         TO TOTSOC-CAP  OF WORKER(1).
           MOVE 0                         TO TOTSOC-INT  OF WORKER(1).
           MOVE 0                         TO TOTSOC-MNT  OF WORKER(1).
           MOVE 0                     TO TOTSOC-CNT-FRZ OF WORKER(1).
           MOVE 0                     TO TOTSOC-MNT-FRZ OF WORKER(1).
           MOVE 0                         TO TOTSOC-CNT  OF WORKER(2).
           MOVE 0                         TO TOTSOC-CAP  OF WORKER(2).
           MOVE 0                         TO TOTSOC-INT  OF WORKER(2).
           MOVE 0                         TO TOTSOC-MNT  OF WORKER(2).
           MOVE 0                     TO TOTSOC-CNT-FRZ OF WORKER(2).
           MOVE 0                     TO TOTSOC-MNT-FRZ OF WORKER(2).
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: an accrual cut while a ZST005 run is still
      * pending mid-lot would accrue instalments whose receipt is
      * sitting in the unfinished lot.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR024"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZSR024,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
SKH056     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR034-01.
           STRING "ZSR024 MONTH-END ACCRUAL LISTING - RPYMTH "
                  RPYMTH OF ZSR024
                  " MLTSOC "
                  MLTSOC OF ZSR024
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

      * --> Same YYYYMM edit CHECK-RPYMTH applies in ZST005.

           MOVE SPACES                    TO RPYMTH-INT OF WORKER.
           STRING RPYMTH OF ZSR024
                  "01"
                  DELIMITED BY SIZE INTO RPYMTH-INT OF WORKER
           END-STRING.
           @DATE,"O","0",RPYMTH-INT OF WORKER, RPYMTH-EXT OF WORKER,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE SPACES TO LIGNE OF AGR034-01
              STRING "RPYMTH IS NOT A VALID YYYYMM - NOTHING LISTED"
                     DELIMITED BY SIZE INTO LIGNE OF AGR034-01
              END-STRING
              @WRITE,AGR034-01,XX
              MOVE 8 TO RETURN-CODE
              GO PRG-END
           END-IF.

           EVALUATE MLTSOC OF ZSR024
           WHEN 0
              MOVE 1                      TO SOCFRM OF WORKER
              MOVE 2                      TO SOCTO  OF WORKER
           WHEN 1
           WHEN 2
              MOVE MLTSOC OF ZSR024       TO SOCFRM OF WORKER
              MOVE MLTSOC OF ZSR024       TO SOCTO  OF WORKER
           WHEN OTHER
              MOVE SPACES TO LIGNE OF AGR034-01
              STRING "MLTSOC IS NOT 0, 1 OR 2 - NOTHING LISTED"
                     DELIMITED BY SIZE INTO LIGNE OF AGR034-01
              END-STRING
              @WRITE,AGR034-01,XX
              MOVE 8 TO RETURN-CODE
              GO PRG-END
           END-EVALUATE.

      * ================
      * Batch processing
      * ================

           PERFORM SCAN-SOC THRU SCAN-SOC-FN
                         VARYING SOCCUR FROM SOCFRM OF WORKER BY 1
                         UNTIL SOCCUR OF WORKER > SOCTO OF WORKER.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-SCHED OF WORKER     TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-ACCRUED OF WORKER   TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD06-01.
           @CLOSE,AGD09-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD13-01.
           @CLOSE,AGD22-01.
           @CLOSE,AGR034-01.

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

       SCAN-SOC.
      *---------*

           PERFORM START-SCH THRU START-SCH-FN.
           PERFORM LOOP-SCH THRU LOOP-SCH-FN
                         UNTIL NOT ACCESS-OK.

       SCAN-SOC-FN.
      *------------*
           EXIT.


       START-SCH.
      *-----------*
           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
SKH056     MOVE SPACES                  TO NUMCPT-LST OF WORKER.

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
      *     MONRBT-INT / MONRBT-CAP from. The company slot is put back
      *     before the next read, as in ZSR016.
SKH056*     Only an account's first SWICAP row is taken, as ZSR020 does
SKH056*     - a later one is never deducted or instructed, so accruing
SKH056*     it would overstate what is owed.

       LOOP-SCH.
      *----------*

SKH056     IF SWICAP OF CDD33-01 = "Y"
SKH056        AND NUMCPT OF CDD33-01 NOT = NUMCPT-LST OF WORKER
SKH056        MOVE NUMCPT OF CDD33-01   TO NUMCPT-LST OF WORKER
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
           MOVE MONRBT-CAP OF CDD33-01  TO MONCAP-EXP OF WORKER.
           MOVE MONRBT-INT OF CDD33-01  TO MONINT-EXP OF WORKER.
           COMPUTE MONEXP OF WORKER = MONCAP-EXP OF WORKER +
                                      MONINT-EXP OF WORKER
           END-COMPUTE.

      * --> A closed account is owed nothing; a frozen one is still
      *     accrued, listed with its status and totalled apart.

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

SKH056* --> One ledger pass per account.

           IF NUMCPT-CUR OF WORKER NOT = NUMCPT-PRV OF WORKER
              PERFORM LOAD-RECEIPT THRU LOAD-RECEIPT-FN
              MOVE NUMCPT-CUR OF WORKER TO NUMCPT-PRV OF WORKER
           END-IF.

           IF MONTH-RECEIVED OF WORKER
              ADD 1 TO CNT-PAID OF WORKER
              GO CHECK-SCH-FN
           END-IF.

           PERFORM WRITE-ACCRUAL THRU WRITE-ACCRUAL-FN.

       CHECK-SCH-FN.
      *-------------*
           EXIT.

      * --> Whether the account has a posted receipt for the month off
      *     its AGD09-01 ledger rows (Key "1" is account-first), with
      *     ZSR016's rules: reversed rows are void and insurance marker
      *     rows are breakdown lines of a main posting.

       LOAD-RECEIPT.
      *--------------*

           MOVE "N"                     TO SWIRCV OF WORKER.

           INITIALIZE AGD09-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT-THA-HIS OF AGD09-01.

           @START,"1","GE",AGD09-01,XX.
           IF ACCESS-OK
              @READNX,AGD09-01,XX
           END-IF.

           PERFORM LOOP-RECEIPT THRU LOOP-RECEIPT-FN
                         UNTIL NOT ACCESS-OK
                         OR MONTH-RECEIVED OF WORKER
                         OR NUMCPT-THA-HIS OF AGD09-01 NOT =
                            NUMCPT-CUR OF WORKER.

       LOAD-RECEIPT-FN.
      *-----------------*
           EXIT.


       LOOP-RECEIPT.
      *--------------*

           IF STAHIS-POSTED OF AGD09-01
              AND NOT INSIND-HIS-YES OF AGD09-01
              PERFORM GET-HIS-MONTH THRU GET-HIS-MONTH-FN
              IF HIS-MONTH-FOUND OF WORKER
                 AND RPYMTH-ROW OF WORKER = RPYMTH OF ZSR024
                 MOVE "Y"               TO SWIRCV OF WORKER
                 GO LOOP-RECEIPT-FN
              END-IF
           END-IF.

           @READNX,AGD09-01,XX.

       LOOP-RECEIPT-FN.
      *-----------------*
           EXIT.

      * --> Same month fallback as ZSR016's GET-HIS-MONTH: a blank
      *     RPYMTH-HIS is read back off the AGD06-01 posting, or off
      *     its AGD13-01 archive image.

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

      * --> Listing line - member name off CDD01-01 in the schedule's
      *     own company slot, cut to keep the line within 132.

       WRITE-ACCRUAL.
      *---------------*

           ADD 1 TO CNT-ACCRUED OF WORKER.
           ADD 1 TO TOTSOC-CNT OF WORKER(SOCCUR OF WORKER).
           ADD MONCAP-EXP OF WORKER
                          TO TOTSOC-CAP OF WORKER(SOCCUR OF WORKER).
           ADD MONINT-EXP OF WORKER
                          TO TOTSOC-INT OF WORKER(SOCCUR OF WORKER).
           ADD MONEXP OF WORKER
                          TO TOTSOC-MNT OF WORKER(SOCCUR OF WORKER).
           IF STACPT-WRK OF WORKER = "F"
              ADD 1   TO TOTSOC-CNT-FRZ OF WORKER(SOCCUR OF WORKER)
              ADD MONEXP OF WORKER
                      TO TOTSOC-MNT-FRZ OF WORKER(SOCCUR OF WORKER)
           END-IF.

           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           MOVE SPACES                  TO CDD01-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF CDD01-01.
           @READZ,"1",CDD01-01,XX.
           IF ACCESS-OK
              MOVE NOMCLI OF CDD01-01   TO NOMCLI-WRK OF WORKER
           ELSE
              MOVE "(ACCOUNT NOT FOUND)" TO NOMCLI-WRK OF WORKER
           END-IF.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE MONCAP-EXP OF WORKER    TO CAP-EDIT OF WORKER.
           MOVE MONINT-EXP OF WORKER    TO INT-EDIT OF WORKER.
           MOVE MONEXP OF WORKER        TO MNT-EDIT OF WORKER.
           STRING NUMCPT-CUR OF WORKER
                  " "
                  NUMLOA OF CDD33-01
                  " SOC="
                  SOCCUR OF WORKER
                  " "
                  NOMCLI-WRK OF WORKER
                  " CAP="
                  CAP-EDIT OF WORKER
                  " INT="
                  INT-EDIT OF WORKER
                  " TOTAL="
                  MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

           IF STACPT-WRK OF WORKER = "F"
              MOVE SPACES TO LIGNE OF AGR034-01
              STRING "             ACCOUNT FROZEN ON FCD02-01"
                     DELIMITED BY SIZE INTO LIGNE OF AGR034-01
              END-STRING
              @WRITE,AGR034-01,XX
           END-IF.

       WRITE-ACCRUAL-FN.
      *------------------*
           EXIT.


       PRG-REPORT.
      *------------*

           PERFORM WRITE-TOTSOC THRU WRITE-TOTSOC-FN
                         VARYING SOCCUR FROM SOCFRM OF WORKER BY 1
                         UNTIL SOCCUR OF WORKER > SOCTO OF WORKER.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE CNT-SCHED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "SCHEDULES CHECKED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE CNT-CLOSED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "SKIPPED - ACCOUNT CLOSED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE CNT-PAID OF WORKER TO CNT-EDIT OF WORKER.
           STRING "RECEIVED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE CNT-ACCRUED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "ACCRUED (NOT RECEIVED)=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

       PRG-REPORT-FN.
      *---------------*
           EXIT.

      * --> One company's accrual totals, headed by the month's period
      *     status off AGD22-01.

       WRITE-TOTSOC.
      *--------------*

           MOVE SOCCUR OF WORKER        TO PERCTL-MLTSOC OF PERCTL-AREA.
           MOVE RPYMTH OF ZSR024        TO PERCTL-PERMTH OF PERCTL-AREA.
           PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN.
           EVALUATE TRUE
           WHEN PERCTL-CLOSED OF PERCTL-AREA
              MOVE "CLOSED"             TO LIBPER OF WORKER
           WHEN PERCTL-CLOSING OF PERCTL-AREA
              MOVE "CLOSING"            TO LIBPER OF WORKER
           WHEN OTHER
              MOVE "OPEN"               TO LIBPER OF WORKER
           END-EVALUATE.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE TOTSOC-CNT OF WORKER(SOCCUR OF WORKER)
                                        TO CNT-EDIT OF WORKER.
           MOVE TOTSOC-CAP OF WORKER(SOCCUR OF WORKER)
                                        TO CAP-EDIT OF WORKER.
           MOVE TOTSOC-INT OF WORKER(SOCCUR OF WORKER)
                                        TO INT-EDIT OF WORKER.
           MOVE TOTSOC-MNT OF WORKER(SOCCUR OF WORKER)
                                        TO MNT-EDIT OF WORKER.
           STRING "MLTSOC="
                  SOCCUR OF WORKER
                  " PERIOD "
                  LIBPER OF WORKER
                  " ACCRUED="
                  CNT-EDIT OF WORKER
                  " CAP="
                  CAP-EDIT OF WORKER
                  " INT="
                  INT-EDIT OF WORKER
                  " TOTAL="
                  MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

           MOVE SPACES TO LIGNE OF AGR034-01.
           MOVE TOTSOC-CNT-FRZ OF WORKER(SOCCUR OF WORKER)
                                        TO CNT-EDIT OF WORKER.
           MOVE TOTSOC-MNT-FRZ OF WORKER(SOCCUR OF WORKER)
                                        TO MNT-EDIT OF WORKER.
           STRING "         OF WHICH FROZEN ACCOUNTS="
                  CNT-EDIT OF WORKER
                  " TOTAL="
                  MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR034-01
           END-STRING.
           @WRITE,AGR034-01,XX.

       WRITE-TOTSOC-FN.
      *-----------------*
           EXIT.

      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

      * ============================================
      * Methodological copy for period-control check
      * ============================================

           COPY PERCTL.

           EXIT.
