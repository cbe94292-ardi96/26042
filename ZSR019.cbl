      *******************************************************************
      *                                                                 *
      *            ZSR019 : Mapping History Inquiry                     *
      *     Lists the full ZZ1 / ZZ4 mapping history of one old         *
      *     account number off AGD17-01 (alternate Key "2" =            *
      *     OLDCPT-MAP) - every version ZST006 recorded, the new        *
      *     account it mapped to, effective-from / effective-to, the    *
      *     change made and who keyed it - so a query about where an    *
      *     earlier month's deduction went can be answered without      *
      *     digging through old AGR015-01 prints. The live ZZ1 row for  *
      *     the account is shown as well, flagged when no history has   *
      *     been recorded for it yet.                                   *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR019.
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
           @COPFIC, AGD17-01.
           @COPFIC, AGR027-01.
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

           03  DATTO-EDIT                 PIC X(08).
           03  SWIZZ1                     PIC X(01).
               88  ZZ1-HIST-SEEN                VALUE "Y".
               88  ZZ1-HIST-NONE                VALUE "N".
           03  CNT-VERSION                PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR019C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR019.
      *------------*

           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD17-01.
           @OPEN,"OUT",AGR027-01.
           @OPEN,"IO",TAD01-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR019"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO CNT-VERSION OF WORKER.
           MOVE "N"                       TO SWIZZ1      OF WORKER.
           MOVE 0                         TO RETURN-CODE.

           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR019"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR027-01.
           STRING "ZSR019 MAPPING HISTORY INQUIRY - OLD ACCOUNT "
                  NUMCPT OF ZSR019
                  DELIMITED BY SIZE INTO LIGNE OF AGR027-01
           END-STRING.
           @WRITE,AGR027-01,XX.

      * ================
      * Batch processing
      * ================

           PERFORM START-HIST THRU START-HIST-FN.

           PERFORM LOOP-HIST THRU LOOP-HIST-FN
                         UNTIL NOT ACCESS-OK
                         OR OLDCPT-MAP OF AGD17-01 NOT =
                            NUMCPT OF ZSR019.

           PERFORM WRITE-LIVE-ZZ1 THRU WRITE-LIVE-ZZ1-FN.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-VERSION OF WORKER   TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-VERSION OF WORKER   TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD12-01.
           @CLOSE,AGD17-01.
           @CLOSE,AGR027-01.
           @CLOSE,TAD01-01.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

      * --> Key "2" keeps one old account's versions together, ZZ1
      *     before ZZ4, each key's versions in VERMAP order.

       START-HIST.
      *-----------*
           MOVE SPACES                    TO AGD17-01.
           MOVE NUMCPT OF ZSR019          TO OLDCPT-MAP OF AGD17-01.
           MOVE 0                         TO VERMAP OF AGD17-01.

           @START,"2","GE",AGD17-01,XX.
           IF ACCESS-OK
              @READNX,AGD17-01,XX
           END-IF.

       START-HIST-FN.
      *--------------*
           EXIT.


       LOOP-HIST.
      *----------*

           ADD 1 TO CNT-VERSION OF WORKER.

           IF NUMTBL-MAP OF AGD17-01 = "ZZ1"
              MOVE "Y"                    TO SWIZZ1 OF WORKER
           END-IF.

           IF DATTO-MAP OF AGD17-01 = SPACES
              MOVE "CURRENT "             TO DATTO-EDIT OF WORKER
           ELSE
              MOVE DATTO-MAP OF AGD17-01  TO DATTO-EDIT OF WORKER
           END-IF.

           MOVE SPACES TO LIGNE OF AGR027-01.
           STRING NUMTBL-MAP OF AGD17-01
                  " ARG="
                  ARGTBL-MAP OF AGD17-01
                  " V="
                  VERMAP OF AGD17-01
                  " FROM="
                  DATFRM-MAP OF AGD17-01
                  " TO="
                  DATTO-EDIT OF WORKER
                  " STA="
                  STAMAP OF AGD17-01
                  " ACT="
                  CODACT-MAP OF AGD17-01
                  " ZONTBL="
                  ZONTBL-MAP OF AGD17-01
                  " BY="
                  USRMAP OF AGD17-01
                  " ON="
                  DATCHG-MAP OF AGD17-01
                  DELIMITED BY SIZE INTO LIGNE OF AGR027-01
           END-STRING.
           @WRITE,AGR027-01,XX.

           @READNX,AGD17-01,XX.

       LOOP-HIST-FN.
      *-------------*
           EXIT.

      * --> The live ZZ1 row is keyed on the old account itself, so it
      *     can be read directly (a ZZ4 row is keyed on the agency
      *     identity, which the old account alone does not give). A
      *     live row with no version recorded predates the history and
      *     is what ZST005 falls back to for every month.

       WRITE-LIVE-ZZ1.
      *---------------*

           MOVE SPACES                    TO TAD01-01.
           MOVE "ZZ1"                     TO NUMTBL OF TAD01-01.
           MOVE NUMCPT OF ZSR019          TO ARGTBL OF TAD01-01.

           @READZ,"1",TAD01-01,XX.
           IF NOT ACCESS-OK
              GO WRITE-LIVE-ZZ1-FN
           END-IF.

           MOVE SPACES TO LIGNE OF AGR027-01.
           IF ZZ1-HIST-NONE OF WORKER
              STRING "LIVE ZZ1 ROW ZONTBL="
                     ZONTBL OF TAD01-01
                     " - NO HISTORY RECORDED"
                     DELIMITED BY SIZE INTO LIGNE OF AGR027-01
              END-STRING
           ELSE
              STRING "LIVE ZZ1 ROW ZONTBL="
                     ZONTBL OF TAD01-01
                     DELIMITED BY SIZE INTO LIGNE OF AGR027-01
              END-STRING
           END-IF.
           @WRITE,AGR027-01,XX.

       WRITE-LIVE-ZZ1-FN.
      *------------------*
           EXIT.


       PRG-REPORT.
      *------------*

           MOVE SPACES TO LIGNE OF AGR027-01.
           MOVE CNT-VERSION OF WORKER TO CNT-EDIT OF WORKER.
           STRING "VERSIONS LISTED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR027-01
           END-STRING.
           @WRITE,AGR027-01,XX.

       PRG-REPORT-FN.
      *---------------*
           EXIT.


      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
