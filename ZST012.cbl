      *******************************************************************
      *                                                                 *
      *            ZST012 : Accounting Period Close                     *
      *     Moves one company's repayment month through the AGD22-01    *
      *     period-control file: "G" starts closing it, "C" closes it,  *
      *     "O" reopens a month that is only closing. A month with no   *
      *     AGD22-01 row is open; a closing month still takes postings; *
      *     a closed month takes none. Through the PERCTL copybook,     *
      *     ZST005 and the ZSR008 re-drive reject a posting for it      *
      *     under MOTRFU "12" - back to the agency with its lot like    *
      *     any other reject - and ZST010 refuses a correction that     *
      *     touches it.                                                 *
      *                                                                 *
      *     The month's figures are gathered per agency format from     *
      *     the AGD09-01 ledger (posted rows of the repayment month,    *
      *     company off the account prefix) and from AGD07-01 (the      *
      *     rows of every lot whose ZST005 business date falls in the   *
      *     month - settlement, correction and fee rows apart). A start *
      *     of closing prints them as preliminary figures; a close      *
      *     writes them to the AGD23-01 snapshot, never rewritten, and  *
      *     prints them as the closing report. A closed month is never  *
      *     reopened, so the snapshot is what finance reported.         *
      *                                                                 *
      *     Any refusal (bad parameter, wrong status for the action,    *
      *     month not over yet) changes nothing - RETURN-CODE 8.        *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZST012.
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
           @COPFIC, AGD07-01.
           @COPFIC, AGD09-01.
           @COPFIC, AGD12-01.
           @COPFIC, AGD13-01.
           @COPFIC, AGD22-01.
           @COPFIC, AGD23-01.
           @COPFIC, AGR033-01.
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

           03  PERMTH-INT                 PIC X(08).
           03  PERMTH-EXT                 PIC X(08).
           03  MOTREF                     PIC X(50).
           03  SWIPER                     PIC X(01).
               88  PERIOD-ROW-FOUND             VALUE "Y".
               88  PERIOD-ROW-NONE              VALUE "N".
           03  STAPER-OLD                 PIC X(01).
           03  STAPER-NEW                 PIC X(01).

      *        Company and repayment month of the ledger row in hand.
           03  SOCROW                     PIC 9(01).
           03  RPYMTH-ROW                 PIC X(06).
           03  SWIHIS                     PIC X(01).
               88  HIS-MONTH-FOUND              VALUE "Y".
               88  HIS-MONTH-LOST               VALUE "N".

      *        Business date of the AGD07-01 lot in hand, off its
      *        ZST005 run-control row - kept while the lot's rows last.
           03  REFOPN-PRV                 PIC X(10).
           03  DATLOT                     PIC X(08).
SKH056*        Repayment month of the lot's first posting, taken when
SKH056*        DATLOT cannot be had, to tell whether the lot could be
SKH056*        one of the month's at all (spaces - not known either).
SKH056     03  RPYMTH-LOT                 PIC X(06).
           03  NOMFIC-CUR                 PIC X(03).

      *        Month's figures per agency format; the entry after the
      *        last format carries the total.
           03  NBFMT                      PIC 9(02).
           03  I1                         PIC 9(02).
           03  I2                         PIC 9(02).
           03  SNPTAB OCCURS 9.
               05  SNP-NOM                PIC X(03).
               05  SNP-CNT-LED            PIC 9(07).
               05  SNP-MNT-LED            PIC S9(14)V9(02) COMP-3.
               05  SNP-CAP-LED            PIC S9(14)V9(02) COMP-3.
               05  SNP-INT-LED            PIC S9(14)V9(02) COMP-3.
               05  SNP-CNT-INS            PIC 9(07).
               05  SNP-MNT-INS            PIC S9(14)V9(02) COMP-3.
               05  SNP-CNT-GL             PIC 9(07).
               05  SNP-MNT-GL             PIC S9(14)V9(02) COMP-3.
               05  SNP-CAP-GL             PIC S9(14)V9(02) COMP-3.
               05  SNP-INT-GL             PIC S9(14)V9(02) COMP-3.
               05  SNP-MNT-COR            PIC S9(14)V9(02) COMP-3.
               05  SNP-CAP-COR            PIC S9(14)V9(02) COMP-3.
               05  SNP-INT-COR            PIC S9(14)V9(02) COMP-3.
               05  SNP-CNT-FEE            PIC 9(07).
               05  SNP-MNT-FEE            PIC S9(14)V9(02) COMP-3.

           03  CNT-READ                   PIC 9(07).
           03  CNT-SNP                    PIC 9(07).
           03  CNT-UNDATED                PIC 9(07).
SKH056     03  CNT-NOMTH                  PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  CNT-EDIT2                  PIC ZZZZZZ9.
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

           COPY ZST012C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZST012.
      *------------*

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD07-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD13-01.
           @OPEN,"IO",AGD22-01.
           @OPEN,"IO",AGD23-01.
           @OPEN,"OUT",AGR033-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZST012"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO NBFMT       OF WORKER.
           MOVE 0                         TO CNT-READ    OF WORKER.
           MOVE 0                         TO CNT-SNP     OF WORKER.
           MOVE 0                         TO CNT-UNDATED OF WORKER.
SKH056     MOVE 0                         TO CNT-NOMTH   OF WORKER.
           MOVE SPACES                    TO REFOPN-PRV  OF WORKER.
           MOVE SPACES                    TO DATLOT      OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: a month cannot be frozen while a ZST005 run
      * is pending mid-lot - its restart would post into the month
      * after the figures were taken.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZST012"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZST012,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR033-01.
           STRING "ZST012 ACCOUNTING PERIOD CLOSE - MLTSOC="
                  MLTSOC OF ZST012
                  " PERMTH="
                  PERMTH OF ZST012
                  " ACTION="
                  CODACT OF ZST012
                  " USER="
                  USRPER OF ZST012
                  " DATBUS="
                  DATBUS OF CWTECH
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

           PERFORM CHECK-PARM THRU CHECK-PARM-FN.
           IF MOTREF OF WORKER NOT = SPACES
              MOVE SPACES TO LIGNE OF AGR033-01
              STRING "REFUSED - " MOTREF OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR033-01
              END-STRING
              @WRITE,AGR033-01,XX
              MOVE 8 TO RETURN-CODE
              GO PRG-END
           END-IF.

      * ================
      * Batch processing
      * ================

           IF NOT ACT-REOPEN OF ZST012
              PERFORM SCAN-AGD09 THRU SCAN-AGD09-FN
              PERFORM SCAN-AGD07 THRU SCAN-AGD07-FN
              PERFORM ADD-TOTAL THRU ADD-TOTAL-FN
           END-IF.

           IF ACT-CLOSE OF ZST012
              PERFORM WRITE-SNAPSHOT THRU WRITE-SNAPSHOT-FN
                            VARYING I1 FROM 1 BY 1
                            UNTIL I1 > NBFMT OF WORKER
           END-IF.

           PERFORM SET-STATUS THRU SET-STATUS-FN.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-READ OF WORKER      TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-SNP OF WORKER       TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD06-01.
           @CLOSE,AGD07-01.
           @CLOSE,AGD09-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD13-01.
           @CLOSE,AGD22-01.
           @CLOSE,AGD23-01.
           @CLOSE,AGR033-01.

      * --> Transaction end

           CALL "CWCOMMIT" USING CWACCESS CW-ITF.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

      * --> Everything is checked before anything is touched: a refused
      *     run leaves AGD22-01 / AGD23-01 exactly as they were.

       CHECK-PARM.
      *-----------*

           MOVE SPACES                    TO MOTREF OF WORKER.

           IF MLTSOC OF ZST012 NOT = 1
              AND MLTSOC OF ZST012 NOT = 2
              MOVE "MLTSOC IS NOT 1 OR 2"  TO MOTREF OF WORKER
              GO CHECK-PARM-FN
           END-IF.

      * --> Same YYYYMM edit CHECK-RPYMTH applies in ZST005.

           MOVE SPACES                    TO PERMTH-INT OF WORKER.
           STRING PERMTH OF ZST012
                  "01"
                  DELIMITED BY SIZE INTO PERMTH-INT OF WORKER
           END-STRING.
           @DATE,"O","0",PERMTH-INT OF WORKER, PERMTH-EXT OF WORKER,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE "PERMTH IS NOT A VALID YYYYMM" TO MOTREF OF WORKER
              GO CHECK-PARM-FN
           END-IF.

           IF NOT ACT-CLOSING OF ZST012
              AND NOT ACT-CLOSE OF ZST012
              AND NOT ACT-REOPEN OF ZST012
              MOVE "ACTION IS NOT G / C / O" TO MOTREF OF WORKER
              GO CHECK-PARM-FN
           END-IF.

           IF USRPER OF ZST012 = SPACES
              MOVE "USER NOT GIVEN"        TO MOTREF OF WORKER
              GO CHECK-PARM-FN
           END-IF.

      * --> Receipts for a month keep coming in until it is over - it
      *     cannot be closed, or even start closing, before then.

           IF NOT ACT-REOPEN OF ZST012
              AND PERMTH OF ZST012 NOT < DATBUS OF CWTECH (1:6)
              MOVE "MONTH NOT OVER YET"    TO MOTREF OF WORKER
              GO CHECK-PARM-FN
           END-IF.

           PERFORM READ-PERIOD THRU READ-PERIOD-FN.

           EVALUATE TRUE
           WHEN ACT-CLOSING OF ZST012
              IF PER-CLOSING OF AGD22-01
                 MOVE "MONTH ALREADY CLOSING" TO MOTREF OF WORKER
              END-IF
              IF PER-CLOSED OF AGD22-01
                 MOVE "MONTH ALREADY CLOSED" TO MOTREF OF WORKER
              END-IF
           WHEN ACT-CLOSE OF ZST012
              IF PER-CLOSED OF AGD22-01
                 MOVE "MONTH ALREADY CLOSED" TO MOTREF OF WORKER
              END-IF
           WHEN ACT-REOPEN OF ZST012
              IF PER-OPEN OF AGD22-01
                 MOVE "MONTH IS NOT CLOSING" TO MOTREF OF WORKER
              END-IF
              IF PER-CLOSED OF AGD22-01
                 MOVE "A CLOSED MONTH IS NEVER REOPENED"
                                           TO MOTREF OF WORKER
              END-IF
           END-EVALUATE.

           IF MOTREF OF WORKER NOT = SPACES
              GO CHECK-PARM-FN
           END-IF.

      * --> The snapshot is written once - rows already there for the
      *     month mean a close went wrong half-way and needs looking
      *     at before anything is frozen over it.

           IF ACT-CLOSE OF ZST012
              MOVE SPACES                 TO AGD23-01
              MOVE MLTSOC OF ZST012       TO MLTSOC-SNP OF AGD23-01
              MOVE PERMTH OF ZST012       TO PERMTH-SNP OF AGD23-01
              @START,"1","GE",AGD23-01,XX
              IF ACCESS-OK
                 @READNX,AGD23-01,XX
                 IF ACCESS-OK
                    AND MLTSOC-SNP OF AGD23-01 = MLTSOC OF ZST012
                    AND PERMTH-SNP OF AGD23-01 = PERMTH OF ZST012
                    MOVE "SNAPSHOT ALREADY ON AGD23-01"
                                           TO MOTREF OF WORKER
                 END-IF
              END-IF
           END-IF.

       CHECK-PARM-FN.
      *--------------*
           EXIT.


       READ-PERIOD.
      *------------*

           MOVE "N"                       TO SWIPER OF WORKER.

           MOVE SPACES                    TO AGD22-01.
           MOVE MLTSOC OF ZST012          TO MLTSOC-PER OF AGD22-01.
           MOVE PERMTH OF ZST012          TO PERMTH-PER OF AGD22-01.
           @READZ,"1",AGD22-01,XX.
           IF ACCESS-OK
              MOVE "Y"                    TO SWIPER OF WORKER
           ELSE
              MOVE SPACES                 TO AGD22-01
              MOVE MLTSOC OF ZST012       TO MLTSOC-PER OF AGD22-01
              MOVE PERMTH OF ZST012       TO PERMTH-PER OF AGD22-01
              MOVE "O"                    TO STAPER OF AGD22-01
           END-IF.

           MOVE STAPER OF AGD22-01        TO STAPER-OLD OF WORKER.

       READ-PERIOD-FN.
      *---------------*
           EXIT.

      * --> Ledger side: every posted AGD09-01 row of the month, in
      *     the company asked for. Reversed rows are void; insurance
      *     marker lines are a breakdown of a main posting and are
      *     totalled apart so they are not counted twice.

       SCAN-AGD09.
      *-----------*

           INITIALIZE AGD09-01.
           MOVE SPACES                    TO NUMCPT-THA-HIS OF AGD09-01.
           @START,"1","GE",AGD09-01,XX.
           IF ACCESS-OK
              @READNX,AGD09-01,XX
           END-IF.

           PERFORM LOOP-AGD09 THRU LOOP-AGD09-FN
                         UNTIL NOT ACCESS-OK.

       SCAN-AGD09-FN.
      *--------------*
           EXIT.


       LOOP-AGD09.
      *-----------*

           IF NOT STAHIS-POSTED OF AGD09-01
              GO LOOP-AGD09-NEXT
           END-IF.

           MOVE 0                         TO SOCROW OF WORKER.
           IF NUMCPT-THA-HIS OF AGD09-01 (1:3) = "999"
              MOVE 1                      TO SOCROW OF WORKER
           ELSE
              IF NUMCPT-THA-HIS OF AGD09-01 (1:3) = "399"
                 MOVE 2                   TO SOCROW OF WORKER
              END-IF
           END-IF.
           IF SOCROW OF WORKER NOT = MLTSOC OF ZST012
              GO LOOP-AGD09-NEXT
           END-IF.

           PERFORM GET-HIS-MONTH THRU GET-HIS-MONTH-FN.
           IF HIS-MONTH-LOST OF WORKER
              OR RPYMTH-ROW OF WORKER NOT = PERMTH OF ZST012
              GO LOOP-AGD09-NEXT
           END-IF.

           ADD 1 TO CNT-READ OF WORKER.

           MOVE NOMFIC-HIS OF AGD09-01    TO NOMFIC-CUR OF WORKER.
           PERFORM FIND-FMT THRU FIND-FMT-FN.

           IF INSIND-HIS-YES OF AGD09-01
              ADD 1                    TO SNP-CNT-INS OF WORKER(I1)
              ADD MONMVT-HIS OF AGD09-01
                                       TO SNP-MNT-INS OF WORKER(I1)
           ELSE
              ADD 1                    TO SNP-CNT-LED OF WORKER(I1)
              ADD MONMVT-HIS OF AGD09-01
                                       TO SNP-MNT-LED OF WORKER(I1)
              ADD MONCAP-HIS OF AGD09-01
                                       TO SNP-CAP-LED OF WORKER(I1)
              ADD MONINT-HIS OF AGD09-01
                                       TO SNP-INT-LED OF WORKER(I1)
           END-IF.

       LOOP-AGD09-NEXT.
      *----------------*

           @READNX,AGD09-01,XX.

       LOOP-AGD09-FN.
      *--------------*
           EXIT.

      * --> Same month fallback as ZSR016: a ledger row written before
      *     RPYMTH-HIS was carried has it blank - its month is on the
      *     AGD06-01 posting it mirrors, or on that posting's AGD13-01
      *     archive image. Neither read touches the AGD09-01 position.

       GET-HIS-MONTH.
      *--------------*

           MOVE "Y"                       TO SWIHIS OF WORKER.
           MOVE RPYMTH-HIS OF AGD09-01    TO RPYMTH-ROW OF WORKER.

           IF RPYMTH-ROW OF WORKER NOT = SPACES
              GO GET-HIS-MONTH-FN
           END-IF.

           MOVE SPACES                    TO AGD06-01.
           MOVE REFOPN-HIS OF AGD09-01    TO REFLOT OF AGD06-01.
           MOVE NUMTEC-HIS OF AGD09-01    TO NUMTEC OF AGD06-01.
           @READZ,"1",AGD06-01,XX.
           IF ACCESS-OK
              MOVE RPYMTH-AGD OF AGD06-01 TO RPYMTH-ROW OF WORKER
              GO GET-HIS-MONTH-FN
           END-IF.

           MOVE SPACES                    TO AGD13-01.
           MOVE REFOPN-HIS OF AGD09-01    TO REFLOT-ARC OF AGD13-01.
           MOVE NUMTEC-HIS OF AGD09-01    TO NUMTEC-ARC OF AGD13-01.
           @READZ,"1",AGD13-01,XX.
           IF ACCESS-OK
              MOVE AGDARC OF AGD13-01     TO AGD06-01
              MOVE RPYMTH-AGD OF AGD06-01 TO RPYMTH-ROW OF WORKER
           ELSE
              MOVE "N"                    TO SWIHIS OF WORKER
           END-IF.

       GET-HIS-MONTH-FN.
      *-----------------*
           EXIT.

      * --> GL side: the AGD07-01 rows of the company's lots settled in
      *     the month. Rows come lot by lot, so the lot's business date
      *     is looked up once per REFOPN. A lot whose run-control row
      *     has been purged cannot be dated - its rows are counted and
      *     reported, not guessed into a month.
SKH056*     AGD07-01 keeps every lot, so such a lot only counts against
SKH056*     the month when its postings are for the month; one whose
SKH056*     postings are gone too is listed for information only.

       SCAN-AGD07.
      *-----------*

           INITIALIZE AGD07-01.
           MOVE SPACES                    TO REFOPN-GL OF AGD07-01.
           @START,"1","GE",AGD07-01,XX.
           IF ACCESS-OK
              @READNX,AGD07-01,XX
           END-IF.

           PERFORM LOOP-AGD07 THRU LOOP-AGD07-FN
                         UNTIL NOT ACCESS-OK.

       SCAN-AGD07-FN.
      *--------------*
           EXIT.


       LOOP-AGD07.
      *-----------*

           IF MLTSOC-GL OF AGD07-01 NOT = MLTSOC OF ZST012
              GO LOOP-AGD07-NEXT
           END-IF.

           IF REFOPN-GL OF AGD07-01 NOT = REFOPN-PRV OF WORKER
              MOVE REFOPN-GL OF AGD07-01  TO REFOPN-PRV OF WORKER
              PERFORM GET-LOT-DATE THRU GET-LOT-DATE-FN
SKH056        MOVE SPACES                 TO RPYMTH-LOT OF WORKER
SKH056        IF DATLOT OF WORKER = SPACES
SKH056           PERFORM GET-LOT-MONTH THRU GET-LOT-MONTH-FN
SKH056        END-IF
           END-IF.

SKH056     IF DATLOT OF WORKER = SPACES
SKH056        IF RPYMTH-LOT OF WORKER = SPACES
SKH056           ADD 1 TO CNT-NOMTH OF WORKER
SKH056        ELSE
SKH056           IF RPYMTH-LOT OF WORKER = PERMTH OF ZST012
SKH056              ADD 1 TO CNT-UNDATED OF WORKER
SKH056           END-IF
SKH056        END-IF
SKH056        GO LOOP-AGD07-NEXT
SKH056     END-IF.

           IF DATLOT OF WORKER (1:6) NOT = PERMTH OF ZST012
              GO LOOP-AGD07-NEXT
           END-IF.

           ADD 1 TO CNT-READ OF WORKER.

           MOVE NOMFIC-GL OF AGD07-01     TO NOMFIC-CUR OF WORKER.
           PERFORM FIND-FMT THRU FIND-FMT-FN.

           EVALUATE TRUE
           WHEN TYPGL-CORRECT OF AGD07-01
              ADD MNT-OK-GL OF AGD07-01   TO SNP-MNT-COR OF WORKER(I1)
              ADD MNT-CAP-GL OF AGD07-01  TO SNP-CAP-COR OF WORKER(I1)
              ADD MNT-INT-GL OF AGD07-01  TO SNP-INT-COR OF WORKER(I1)
           WHEN TYPGL-FEE OF AGD07-01
              ADD CNT-OK-GL OF AGD07-01   TO SNP-CNT-FEE OF WORKER(I1)
              ADD MNT-OK-GL OF AGD07-01   TO SNP-MNT-FEE OF WORKER(I1)
           WHEN OTHER
              ADD CNT-OK-GL OF AGD07-01   TO SNP-CNT-GL OF WORKER(I1)
              ADD MNT-OK-GL OF AGD07-01   TO SNP-MNT-GL OF WORKER(I1)
              ADD MNT-CAP-GL OF AGD07-01  TO SNP-CAP-GL OF WORKER(I1)
              ADD MNT-INT-GL OF AGD07-01  TO SNP-INT-GL OF WORKER(I1)
           END-EVALUATE.

       LOOP-AGD07-NEXT.
      *----------------*

           @READNX,AGD07-01,XX.

       LOOP-AGD07-FN.
      *--------------*
           EXIT.

      * --> Same lookup as ZSR022's GET-LOT-DATE: the lot's first
      *     ZST005 run-control row (the first partition's when the lot
      *     was sliced). The AGD07-01 position is left alone.

       GET-LOT-DATE.
      *-------------*

           MOVE SPACES                    TO DATLOT OF WORKER.

           MOVE SPACES                    TO AGD12-01.
           MOVE "ZST005"                  TO STEP-RC OF AGD12-01.
           MOVE REFOPN-PRV OF WORKER      TO REFOPN-RC OF AGD12-01.
           @START,"1","GE",AGD12-01,XX.
           IF ACCESS-OK
              @READNX,AGD12-01,XX
              IF ACCESS-OK
                 AND STEP-RC OF AGD12-01 = "ZST005"
                 AND REFOPN-RC OF AGD12-01 = REFOPN-PRV OF WORKER
                 MOVE DATBUS-RC OF AGD12-01 TO DATLOT OF WORKER
              END-IF
           END-IF.

       GET-LOT-DATE-FN.
      *----------------*
           EXIT.

SKH056* --> The lot's first posting - on AGD06-01, or its AGD13-01
SKH056*     archive image once purged - gives the repayment month the
SKH056*     lot was for. Neither read touches the AGD07-01 position.

SKH056 GET-LOT-MONTH.
SKH056*--------------*

SKH056     MOVE SPACES                    TO AGD06-01.
SKH056     MOVE REFOPN-PRV OF WORKER      TO REFLOT OF AGD06-01.
SKH056     @START,"1","GE",AGD06-01,XX.
SKH056     IF ACCESS-OK
SKH056        @READNX,AGD06-01,XX
SKH056        IF ACCESS-OK
SKH056           AND REFLOT OF AGD06-01 = REFOPN-PRV OF WORKER
SKH056           MOVE RPYMTH-AGD OF AGD06-01 TO RPYMTH-LOT OF WORKER
SKH056           GO GET-LOT-MONTH-FN
SKH056        END-IF
SKH056     END-IF.

SKH056     MOVE SPACES                    TO AGD13-01.
SKH056     MOVE REFOPN-PRV OF WORKER      TO REFLOT-ARC OF AGD13-01.
SKH056     @START,"1","GE",AGD13-01,XX.
SKH056     IF ACCESS-OK
SKH056        @READNX,AGD13-01,XX
SKH056        IF ACCESS-OK
SKH056           AND REFLOT-ARC OF AGD13-01 = REFOPN-PRV OF WORKER
SKH056           MOVE AGDARC OF AGD13-01  TO AGD06-01
SKH056           MOVE RPYMTH-AGD OF AGD06-01 TO RPYMTH-LOT OF WORKER
SKH056        END-IF
SKH056     END-IF.

SKH056 GET-LOT-MONTH-FN.
SKH056*-----------------*
SKH056     EXIT.


       FIND-FMT.
      *---------*

           PERFORM VARYING I1 FROM 1 BY 1
              UNTIL I1 > NBFMT OF WORKER
              OR SNP-NOM OF WORKER(I1) = NOMFIC-CUR OF WORKER
              CONTINUE
           END-PERFORM.

           IF I1 > NBFMT OF WORKER
              IF NBFMT OF WORKER > 7
                 @CWERR,ZST012,"ZST01203","SNPTAB",\
                               ,"I","1","5","Y","15"
              END-IF
              ADD 1 TO NBFMT OF WORKER
              MOVE NBFMT OF WORKER        TO I1
              PERFORM CLEAR-FMT THRU CLEAR-FMT-FN
              MOVE NOMFIC-CUR OF WORKER   TO SNP-NOM OF WORKER(I1)
           END-IF.

       FIND-FMT-FN.
      *------------*
           EXIT.


       CLEAR-FMT.
      *----------*

           MOVE SPACES                    TO SNP-NOM     OF WORKER(I1).
           MOVE 0                         TO SNP-CNT-LED OF WORKER(I1).
           MOVE 0                         TO SNP-MNT-LED OF WORKER(I1).
           MOVE 0                         TO SNP-CAP-LED OF WORKER(I1).
           MOVE 0                         TO SNP-INT-LED OF WORKER(I1).
           MOVE 0                         TO SNP-CNT-INS OF WORKER(I1).
           MOVE 0                         TO SNP-MNT-INS OF WORKER(I1).
           MOVE 0                         TO SNP-CNT-GL  OF WORKER(I1).
           MOVE 0                         TO SNP-MNT-GL  OF WORKER(I1).
           MOVE 0                         TO SNP-CAP-GL  OF WORKER(I1).
           MOVE 0                         TO SNP-INT-GL  OF WORKER(I1).
           MOVE 0                         TO SNP-MNT-COR OF WORKER(I1).
           MOVE 0                         TO SNP-CAP-COR OF WORKER(I1).
           MOVE 0                         TO SNP-INT-COR OF WORKER(I1).
           MOVE 0                         TO SNP-CNT-FEE OF WORKER(I1).
           MOVE 0                         TO SNP-MNT-FEE OF WORKER(I1).

       CLEAR-FMT-FN.
      *-------------*
           EXIT.

      * --> The total goes in the entry just after the last format.

       ADD-TOTAL.
      *----------*

           COMPUTE I2 = NBFMT OF WORKER + 1.
           MOVE I2                        TO I1.
           PERFORM CLEAR-FMT THRU CLEAR-FMT-FN.
           MOVE "ALL"                     TO SNP-NOM OF WORKER(I2).

           PERFORM ADD-TOTAL-FMT THRU ADD-TOTAL-FMT-FN
                         VARYING I1 FROM 1 BY 1
                         UNTIL I1 > NBFMT OF WORKER.

       ADD-TOTAL-FN.
      *-------------*
           EXIT.


       ADD-TOTAL-FMT.
      *--------------*

           ADD SNP-CNT-LED OF WORKER(I1)  TO SNP-CNT-LED OF WORKER(I2).
           ADD SNP-MNT-LED OF WORKER(I1)  TO SNP-MNT-LED OF WORKER(I2).
           ADD SNP-CAP-LED OF WORKER(I1)  TO SNP-CAP-LED OF WORKER(I2).
           ADD SNP-INT-LED OF WORKER(I1)  TO SNP-INT-LED OF WORKER(I2).
           ADD SNP-CNT-INS OF WORKER(I1)  TO SNP-CNT-INS OF WORKER(I2).
           ADD SNP-MNT-INS OF WORKER(I1)  TO SNP-MNT-INS OF WORKER(I2).
           ADD SNP-CNT-GL  OF WORKER(I1)  TO SNP-CNT-GL  OF WORKER(I2).
           ADD SNP-MNT-GL  OF WORKER(I1)  TO SNP-MNT-GL  OF WORKER(I2).
           ADD SNP-CAP-GL  OF WORKER(I1)  TO SNP-CAP-GL  OF WORKER(I2).
           ADD SNP-INT-GL  OF WORKER(I1)  TO SNP-INT-GL  OF WORKER(I2).
           ADD SNP-MNT-COR OF WORKER(I1)  TO SNP-MNT-COR OF WORKER(I2).
           ADD SNP-CAP-COR OF WORKER(I1)  TO SNP-CAP-COR OF WORKER(I2).
           ADD SNP-INT-COR OF WORKER(I1)  TO SNP-INT-COR OF WORKER(I2).
           ADD SNP-CNT-FEE OF WORKER(I1)  TO SNP-CNT-FEE OF WORKER(I2).
           ADD SNP-MNT-FEE OF WORKER(I1)  TO SNP-MNT-FEE OF WORKER(I2).

       ADD-TOTAL-FMT-FN.
      *-----------------*
           EXIT.


       WRITE-SNAPSHOT.
      *---------------*

           MOVE SPACES                    TO AGD23-01.
           MOVE MLTSOC OF ZST012          TO MLTSOC-SNP  OF AGD23-01.
           MOVE PERMTH OF ZST012          TO PERMTH-SNP  OF AGD23-01.
           MOVE SNP-NOM OF WORKER(I1)     TO NOMFIC-SNP  OF AGD23-01.
           MOVE SNP-CNT-LED OF WORKER(I1) TO CNT-LED-SNP OF AGD23-01.
           MOVE SNP-MNT-LED OF WORKER(I1) TO MNT-LED-SNP OF AGD23-01.
           MOVE SNP-CAP-LED OF WORKER(I1) TO CAP-LED-SNP OF AGD23-01.
           MOVE SNP-INT-LED OF WORKER(I1) TO INT-LED-SNP OF AGD23-01.
           MOVE SNP-CNT-INS OF WORKER(I1) TO CNT-INS-SNP OF AGD23-01.
           MOVE SNP-MNT-INS OF WORKER(I1) TO MNT-INS-SNP OF AGD23-01.
           MOVE SNP-CNT-GL  OF WORKER(I1) TO CNT-GL-SNP  OF AGD23-01.
           MOVE SNP-MNT-GL  OF WORKER(I1) TO MNT-GL-SNP  OF AGD23-01.
           MOVE SNP-CAP-GL  OF WORKER(I1) TO CAP-GL-SNP  OF AGD23-01.
           MOVE SNP-INT-GL  OF WORKER(I1) TO INT-GL-SNP  OF AGD23-01.
           MOVE SNP-MNT-COR OF WORKER(I1) TO MNT-COR-SNP OF AGD23-01.
           MOVE SNP-CAP-COR OF WORKER(I1) TO CAP-COR-SNP OF AGD23-01.
           MOVE SNP-INT-COR OF WORKER(I1) TO INT-COR-SNP OF AGD23-01.
           MOVE SNP-CNT-FEE OF WORKER(I1) TO CNT-FEE-SNP OF AGD23-01.
           MOVE SNP-MNT-FEE OF WORKER(I1) TO MNT-FEE-SNP OF AGD23-01.
           MOVE DATSYS OF WORKER          TO DATSNP      OF AGD23-01.
           MOVE HEUSYS OF WORKER          TO HEUSNP      OF AGD23-01.
           @WRITE,AGD23-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZST012,"ZST01203","AGD23-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           ADD 1 TO CNT-SNP OF WORKER.

       WRITE-SNAPSHOT-FN.
      *------------------*
           EXIT.

      * --> The month's AGD22-01 row: written on the first change,
      *     rewritten after that.

       SET-STATUS.
      *-----------*

           EVALUATE TRUE
           WHEN ACT-CLOSING OF ZST012
              MOVE "G"                    TO STAPER     OF AGD22-01
              MOVE DATSYS OF WORKER       TO DATCLG-PER OF AGD22-01
              MOVE HEUSYS OF WORKER       TO HEUCLG-PER OF AGD22-01
              MOVE USRPER OF ZST012       TO USRCLG-PER OF AGD22-01
           WHEN ACT-CLOSE OF ZST012
              MOVE "C"                    TO STAPER     OF AGD22-01
              MOVE DATSYS OF WORKER       TO DATCLO-PER OF AGD22-01
              MOVE HEUSYS OF WORKER       TO HEUCLO-PER OF AGD22-01
              MOVE USRPER OF ZST012       TO USRCLO-PER OF AGD22-01
              MOVE DATBUS OF CWTECH       TO DATBUS-PER OF AGD22-01
           WHEN ACT-REOPEN OF ZST012
              MOVE "O"                    TO STAPER     OF AGD22-01
              MOVE SPACES                 TO DATCLG-PER OF AGD22-01
              MOVE SPACES                 TO HEUCLG-PER OF AGD22-01
              MOVE SPACES                 TO USRCLG-PER OF AGD22-01
           END-EVALUATE.

           MOVE DATSYS OF WORKER          TO DATMAJ-PER OF AGD22-01.
           MOVE HEUSYS OF WORKER          TO HEUMAJ-PER OF AGD22-01.
           MOVE USRPER OF ZST012          TO USRMAJ-PER OF AGD22-01.
           MOVE STAPER OF AGD22-01        TO STAPER-NEW OF WORKER.

           IF PERIOD-ROW-FOUND OF WORKER
              @REWRITE,AGD22-01,XX
           ELSE
              @WRITE,AGD22-01,XX
           END-IF.
           IF NOT ACCESS-OK
              @CWERR,ZST012,"ZST01203","AGD22-01",\
                            ,"I","1","5","Y","15"
           END-IF.

       SET-STATUS-FN.
      *--------------*
           EXIT.


       PRG-REPORT.
      *-----------*

           MOVE SPACES TO LIGNE OF AGR033-01.
           STRING "STATUS " STAPER-OLD OF WORKER
                  " -> " STAPER-NEW OF WORKER
                  "   (O OPEN / G CLOSING / C CLOSED)"
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

           IF ACT-REOPEN OF ZST012
              GO PRG-REPORT-FN
           END-IF.

           MOVE SPACES TO LIGNE OF AGR033-01.
           IF ACT-CLOSE OF ZST012
              STRING "CLOSING FIGURES - FROZEN ON AGD23-01"
                     DELIMITED BY SIZE INTO LIGNE OF AGR033-01
              END-STRING
           ELSE
              STRING "PRELIMINARY FIGURES - THE MONTH STILL TAKES "
                     "POSTINGS UNTIL CLOSED"
                     DELIMITED BY SIZE INTO LIGNE OF AGR033-01
              END-STRING
           END-IF.
           @WRITE,AGR033-01,XX.

           COMPUTE I2 = NBFMT OF WORKER + 1.
           PERFORM WRITE-FMT THRU WRITE-FMT-FN
                         VARYING I1 FROM 1 BY 1
                         UNTIL I1 > I2.

           MOVE SPACES TO LIGNE OF AGR033-01.
           MOVE CNT-READ OF WORKER        TO CNT-EDIT OF WORKER.
           MOVE CNT-SNP OF WORKER         TO CNT-EDIT2 OF WORKER.
           STRING "ROWS TAKEN=" CNT-EDIT OF WORKER
                  " SNAPSHOT ROWS WRITTEN=" CNT-EDIT2 OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

      * --> Nothing for the month at all, or GL rows that could not be
      *     placed in a month, are worth a second look before the
      *     figures go to finance.

           IF CNT-UNDATED OF WORKER > 0
              MOVE SPACES TO LIGNE OF AGR033-01
              MOVE CNT-UNDATED OF WORKER  TO CNT-EDIT OF WORKER
SKH056        STRING "AGD07-01 ROWS OF THE MONTH'S POSTINGS WITH NO "
SKH056               "ZST005 RUN-CONTROL ROW (NOT DATED, LEFT OUT)="
SKH056               CNT-EDIT OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR033-01
              END-STRING
              @WRITE,AGR033-01,XX
              MOVE 4 TO RETURN-CODE
           END-IF.

SKH056     IF CNT-NOMTH OF WORKER > 0
SKH056        MOVE SPACES TO LIGNE OF AGR033-01
SKH056        MOVE CNT-NOMTH OF WORKER    TO CNT-EDIT OF WORKER
SKH056        STRING "FOR INFORMATION - AGD07-01 ROWS OF LOTS WITH NO "
SKH056               "RUN-CONTROL ROW OR POSTINGS LEFT="
SKH056               CNT-EDIT OF WORKER
SKH056               DELIMITED BY SIZE INTO LIGNE OF AGR033-01
SKH056        END-STRING
SKH056        @WRITE,AGR033-01,XX
SKH056     END-IF.

           IF NBFMT OF WORKER = 0
              MOVE SPACES TO LIGNE OF AGR033-01
              STRING "NO LEDGER OR GL ROWS FOR THE MONTH"
                     DELIMITED BY SIZE INTO LIGNE OF AGR033-01
              END-STRING
              @WRITE,AGR033-01,XX
              MOVE 4 TO RETURN-CODE
           END-IF.

       PRG-REPORT-FN.
      *--------------*
           EXIT.


       WRITE-FMT.
      *----------*

           MOVE SPACES TO LIGNE OF AGR033-01.
           MOVE SNP-CNT-LED OF WORKER(I1) TO CNT-EDIT OF WORKER.
           MOVE SNP-MNT-LED OF WORKER(I1) TO MNT-EDIT OF WORKER.
           MOVE SNP-CAP-LED OF WORKER(I1) TO CAP-EDIT OF WORKER.
           MOVE SNP-INT-LED OF WORKER(I1) TO INT-EDIT OF WORKER.
           STRING SNP-NOM OF WORKER(I1)
                  " LEDGER      ITEMS=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  " CAP=" CAP-EDIT OF WORKER
                  " INT=" INT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

           MOVE SPACES TO LIGNE OF AGR033-01.
           MOVE SNP-CNT-INS OF WORKER(I1) TO CNT-EDIT OF WORKER.
           MOVE SNP-MNT-INS OF WORKER(I1) TO MNT-EDIT OF WORKER.
           STRING "    INSURANCE   ITEMS=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

           MOVE SPACES TO LIGNE OF AGR033-01.
           MOVE SNP-CNT-GL OF WORKER(I1)  TO CNT-EDIT OF WORKER.
           MOVE SNP-MNT-GL OF WORKER(I1)  TO MNT-EDIT OF WORKER.
           MOVE SNP-CAP-GL OF WORKER(I1)  TO CAP-EDIT OF WORKER.
           MOVE SNP-INT-GL OF WORKER(I1)  TO INT-EDIT OF WORKER.
           STRING "    GL SETTLED  ITEMS=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  " CAP=" CAP-EDIT OF WORKER
                  " INT=" INT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

           MOVE SPACES TO LIGNE OF AGR033-01.
           MOVE SNP-MNT-COR OF WORKER(I1) TO MNT-EDIT OF WORKER.
           MOVE SNP-CAP-COR OF WORKER(I1) TO CAP-EDIT OF WORKER.
           MOVE SNP-INT-COR OF WORKER(I1) TO INT-EDIT OF WORKER.
           STRING "    GL CORRECT        "
                  "        AMOUNT=" MNT-EDIT OF WORKER
                  " CAP=" CAP-EDIT OF WORKER
                  " INT=" INT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

           MOVE SPACES TO LIGNE OF AGR033-01.
           MOVE SNP-CNT-FEE OF WORKER(I1) TO CNT-EDIT OF WORKER.
           MOVE SNP-MNT-FEE OF WORKER(I1) TO MNT-EDIT OF WORKER.
           STRING "    GL FEES     ITEMS=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR033-01
           END-STRING.
           @WRITE,AGR033-01,XX.

       WRITE-FMT-FN.
      *-------------*
           EXIT.


      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
