      *******************************************************************
      *                                                                 *
      *            ZSR021 : Dispute Case Service-Level Listing          *
      *     Weekly list, for the member services supervisor, of every   *
      *     AGD19-01 dispute case still pending longer than the         *
      *     service-level limit passed in: open, under investigation,   *
      *     or approved for refund with the refund not yet returned by  *
      *     ZSR012. Each line gives the case, account, month, agency,   *
      *     handling officer, opening date and days open, and the       *
      *     complaint itself, followed by the count per status.         *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR021.
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

           @COPFIC, AGD12-01.
           @COPFIC, AGD19-01.
           @COPFIC, AGR030-01.
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

           03  SLADAY-WRK                 PIC 9(03).
      *        Status walked on Key "3" - O, I then A.
           03  I-STA                      PIC 9(01).
           03  STATAB.
               05  STATAB-COD OCCURS 3    PIC X(01).
           03  STACNT OCCURS 3            PIC 9(07).

      *        Calendar day number of a YYYYMMDD date, counted the
      *        way the civil calendar runs from March - DAY-NUMBER.
           03  DAYDAT.
               05  DAYDAT-YYYY            PIC 9(04).
               05  DAYDAT-MM              PIC 9(02).
               05  DAYDAT-DD              PIC 9(02).
           03  DAYY                       PIC 9(05).
           03  DAYM                       PIC 9(02).
           03  DAYQ4                      PIC 9(05).
           03  DAYQ100                    PIC 9(05).
           03  DAYQ400                    PIC 9(05).
           03  DAYQM                      PIC 9(05).
           03  DAYWRK                     PIC 9(05).
           03  DAYNUM                     PIC 9(07).
           03  DAYNUM-BUS                 PIC 9(07).
           03  DAYOPN                     PIC 9(05).

           03  CNT-READ                   PIC 9(07).
           03  CNT-LATE                   PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  DAY-EDIT                   PIC ZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR021C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR021.
      *------------*

           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD19-01.
           @OPEN,"OUT",AGR030-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR021"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO CNT-READ    OF WORKER.
           MOVE 0                         TO CNT-LATE    OF WORKER.
           MOVE 0                         TO RETURN-CODE.

           MOVE "O"                  TO STATAB-COD OF WORKER(1).
           MOVE "I"                  TO STATAB-COD OF WORKER(2).
           MOVE "A"                  TO STATAB-COD OF WORKER(3).
           PERFORM VARYING I-STA FROM 1 BY 1 UNTIL I-STA > 3
              MOVE 0                 TO STACNT OF WORKER(I-STA)
           END-PERFORM.

      * Zero limit: 30 days, roughly one calendar month.
           MOVE SLADAY OF ZSR021          TO SLADAY-WRK OF WORKER.
           IF SLADAY-WRK OF WORKER = 0
              MOVE 30                     TO SLADAY-WRK OF WORKER
           END-IF.

           MOVE DATBUS OF CWTECH          TO DAYDAT OF WORKER.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-FN.
           MOVE DAYNUM OF WORKER          TO DAYNUM-BUS OF WORKER.

           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR021"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR030-01.
           MOVE SLADAY-WRK OF WORKER      TO DAY-EDIT OF WORKER.
           STRING "ZSR021 DISPUTE CASES PENDING OVER "
                  DAY-EDIT OF WORKER
                  " DAYS ON "
                  DATBUS OF CWTECH
                  " - FOR THE SUPERVISOR"
                  DELIMITED BY SIZE INTO LIGNE OF AGR030-01
           END-STRING.
           @WRITE,AGR030-01,XX.

      * ================
      * Batch processing
      * ================

           PERFORM WALK-STA THRU WALK-STA-FN
                         VARYING I-STA FROM 1 BY 1
                         UNTIL I-STA > 3.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-READ OF WORKER      TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-LATE OF WORKER      TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD12-01.
           @CLOSE,AGD19-01.
           @CLOSE,AGR030-01.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

      * --> Key "3" keeps the cases of one status together, in case
      *     number order.

       WALK-STA.
      *---------*

           MOVE SPACES                    TO AGD19-01.
           MOVE STATAB-COD OF WORKER(I-STA) TO STADSP OF AGD19-01.
           @STARTZ,"3","==",AGD19-01,XX.
           IF ACCESS-OK
              @READNX,AGD19-01,XX
           END-IF.

           PERFORM LOOP-CASE THRU LOOP-CASE-FN
                         UNTIL NOT ACCESS-OK
                         OR STADSP OF AGD19-01 NOT =
                            STATAB-COD OF WORKER(I-STA).

       WALK-STA-FN.
      *------------*
           EXIT.

      * --> An approved case whose refund ZSR012 has returned is the
      *     member paid back - only the closing is left, and that is
      *     no longer a service-level matter.

       LOOP-CASE.
      *----------*

           ADD 1 TO CNT-READ OF WORKER.

           IF STADSP-APPROVED OF AGD19-01
              AND DATRFU OF AGD19-01 NOT = SPACES
              GO LOOP-CASE-NEXT
           END-IF.

           IF DATOPN OF AGD19-01 NOT NUMERIC
              GO LOOP-CASE-NEXT
           END-IF.

           MOVE DATOPN OF AGD19-01        TO DAYDAT OF WORKER.
           PERFORM DAY-NUMBER THRU DAY-NUMBER-FN.
           IF DAYNUM OF WORKER > DAYNUM-BUS OF WORKER
              GO LOOP-CASE-NEXT
           END-IF.
           COMPUTE DAYOPN OF WORKER =
              DAYNUM-BUS OF WORKER - DAYNUM OF WORKER
           END-COMPUTE.

           IF DAYOPN OF WORKER > SLADAY-WRK OF WORKER
              PERFORM WRITE-LATE THRU WRITE-LATE-FN
           END-IF.

       LOOP-CASE-NEXT.
      *---------------*

           @READNX,AGD19-01,XX.

       LOOP-CASE-FN.
      *-------------*
           EXIT.


       WRITE-LATE.
      *-----------*

           ADD 1 TO CNT-LATE OF WORKER.
           ADD 1 TO STACNT OF WORKER(I-STA).

           MOVE SPACES TO LIGNE OF AGR030-01.
           MOVE DAYOPN OF WORKER          TO DAY-EDIT OF WORKER.
           MOVE MONAPR OF AGD19-01        TO MNT-EDIT OF WORKER.
           STRING "CASE=" NUMDSP OF AGD19-01
                  " " NUMCPT-DSP OF AGD19-01
                  " " RPYMTH-DSP OF AGD19-01
                  " STA=" STADSP OF AGD19-01
                  " " NOMFIC-DSP OF AGD19-01
                  " OFF=" USRDSP OF AGD19-01
                  " OPENED=" DATOPN OF AGD19-01
                  " DAYS=" DAY-EDIT OF WORKER
                  " LNK=" NBRLNK OF AGD19-01
                  " REFUND=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR030-01
           END-STRING.
           @WRITE,AGR030-01,XX.

           MOVE SPACES TO LIGNE OF AGR030-01.
           STRING "     " MOTDSP OF AGD19-01
                  DELIMITED BY SIZE INTO LIGNE OF AGR030-01
           END-STRING.
           @WRITE,AGR030-01,XX.

       WRITE-LATE-FN.
      *--------------*
           EXIT.

      * --> Days counted from 1 March of year 0 so the leap day falls
      *     at the end of the counting year: 153 days per five months
      *     from March on, and the Gregorian 4 / 100 / 400 leap rule.
      *     Only differences between two such numbers are used.

       DAY-NUMBER.
      *-----------*

           MOVE DAYDAT-YYYY OF WORKER     TO DAYY OF WORKER.
           MOVE DAYDAT-MM OF WORKER       TO DAYM OF WORKER.
           IF DAYM OF WORKER < 3
              SUBTRACT 1                FROM DAYY OF WORKER
              ADD 9                       TO DAYM OF WORKER
           ELSE
              SUBTRACT 3                FROM DAYM OF WORKER
           END-IF.

           DIVIDE DAYY OF WORKER BY 4   GIVING DAYQ4 OF WORKER.
           DIVIDE DAYY OF WORKER BY 100 GIVING DAYQ100 OF WORKER.
           DIVIDE DAYY OF WORKER BY 400 GIVING DAYQ400 OF WORKER.
           COMPUTE DAYWRK OF WORKER = DAYM OF WORKER * 153 + 2
           END-COMPUTE.
           DIVIDE DAYWRK OF WORKER BY 5 GIVING DAYQM OF WORKER.

           COMPUTE DAYNUM OF WORKER =
              DAYY OF WORKER * 365 + DAYQ4 OF WORKER
              - DAYQ100 OF WORKER + DAYQ400 OF WORKER
              + DAYQM OF WORKER + DAYDAT-DD OF WORKER
           END-COMPUTE.

       DAY-NUMBER-FN.
      *--------------*
           EXIT.


       PRG-REPORT.
      *------------*

           PERFORM VARYING I-STA FROM 1 BY 1 UNTIL I-STA > 3
              MOVE SPACES TO LIGNE OF AGR030-01
              MOVE STACNT OF WORKER(I-STA) TO CNT-EDIT OF WORKER
              STRING "STATUS " STATAB-COD OF WORKER(I-STA)
                     " OVER LIMIT=" CNT-EDIT OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR030-01
              END-STRING
              @WRITE,AGR030-01,XX
           END-PERFORM.

           MOVE SPACES TO LIGNE OF AGR030-01.
           MOVE CNT-READ OF WORKER TO CNT-EDIT OF WORKER.
           STRING "PENDING CASES READ=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR030-01
           END-STRING.
           @WRITE,AGR030-01,XX.

           MOVE SPACES TO LIGNE OF AGR030-01.
           MOVE CNT-LATE OF WORKER TO CNT-EDIT OF WORKER.
           STRING "OVER SERVICE-LEVEL LIMIT=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR030-01
           END-STRING.
           @WRITE,AGR030-01,XX.

      * --> RC 4 when anything is over the limit, so the scheduler
      *     can route the listing to the supervisor.

           IF CNT-LATE OF WORKER > 0
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
