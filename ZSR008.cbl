      *     added to ZZ4/ZZ1/CDD01. Rows that now resolve are marked   *
      *     STAEVT 2000 so they are picked up like any accepted        *
      *     posting; rows that still fail are left rejected as-is.     *
SKH054*     A row whose repayment month the account's company has      *
SKH054*     since closed (ZST012) is not re-driven: it is re-marked    *
SKH054*     MOTRFU "12" and listed, and is never retried again.        *
      *                                                                 *
      *******************************************************************
      *                                                                 *
           @COPFIC, TAD01-01.
           @COPFIC, CDD01-01.
SKH030     @COPFIC, AGD12-01.
SKH049     @COPFIC, AGD17-01.
SKH054     @COPFIC, AGD22-01.
           @MLTCOPY.

      * ====================
           COPY TAR1C.
           COPY CWFRMTC.
SKH030     COPY RUNCTLC.
SKH049     COPY MAPHISC.
SKH054     COPY PERCTLC.

      * ========
      * Copy's V
           03  CNT-CHECKED                PIC 9(07).
           03  CNT-REDRIVEN               PIC 9(07).
           03  CNT-STILL-REJ              PIC 9(07).
SKH054     03  CNT-CLOSED                 PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.

       01  CWITF.
           @OPEN,"OUT",AGR008-01.
           @OPEN,"IO",TAD01-01.
SKH030     @OPEN,"IO",AGD12-01.
SKH049     @OPEN,"IO",AGD17-01.
SKH054     @OPEN,"IO",AGD22-01.

      * CDD01-01 is multiplexed by MLTSOC (see ZST005's INIT-J2) - both
      * companies' slots have to be opened up front, the same way, or
           MOVE 0                         TO CNT-CHECKED  OF WORKER.
           MOVE 0                         TO CNT-REDRIVEN OF WORKER.
           MOVE 0                         TO CNT-STILL-REJ OF WORKER.
SKH054     MOVE 0                         TO CNT-CLOSED    OF WORKER.

SKH030* Run-control gate: a ZST005 row still marked "S" is a run that
SKH030* died mid-lot with its restart point pending in table 019 -
           @CLOSE,CDD01-01.
SKH027     @CLOSE,FCD02-01.
SKH030     @CLOSE,AGD12-01.
SKH049     @CLOSE,AGD17-01.
SKH054     @CLOSE,AGD22-01.

           STOP RUN.

                 DELIMITED BY SPACES INTO ARGTBL-KEY OF WORKER
              END-STRING
              MOVE DONEVT-ANG-NUMMEM OF AGD06-01 TO NUMCPT-KEY OF WORKER
SKH049        MOVE DONEVT-ANG-DEDMTH OF AGD06-01
SKH049                                  TO MAPHIS-RPYMTH OF MAPHIS-AREA
           WHEN "BEN"
              MOVE SPACES                       TO ARGTBL-KEY OF WORKER
              STRING DONEVT-BEN-NUMIDT     OF AGD06-01
                 DELIMITED BY SPACES INTO ARGTBL-KEY OF WORKER
              END-STRING
              MOVE DONEVT-BEN-NUMCPT OF AGD06-01 TO NUMCPT-KEY OF WORKER
SKH049        MOVE DONEVT-BEN-RPYMTH OF AGD06-01
SKH049                                  TO MAPHIS-RPYMTH OF MAPHIS-AREA
           WHEN "OTH"
              MOVE SPACES                       TO ARGTBL-KEY OF WORKER
              STRING DONEVT-OTH-IDTCLI OF AGD06-01
                 DELIMITED BY SPACES INTO ARGTBL-KEY OF WORKER
              END-STRING
              MOVE DONEVT-OTH-NUMCPT OF AGD06-01 TO NUMCPT-KEY OF WORKER
SKH049        MOVE DONEVT-OTH-RPYMTH OF AGD06-01
SKH049                                  TO MAPHIS-RPYMTH OF MAPHIS-AREA
           WHEN "PYR"
              MOVE SPACES                       TO ARGTBL-KEY OF WORKER
              STRING DONEVT-PYR-NUMAJA OF AGD06-01
                 DELIMITED BY SPACES INTO ARGTBL-KEY OF WORKER
              END-STRING
              MOVE DONEVT-PYR-NUMCPT OF AGD06-01 TO NUMCPT-KEY OF WORKER
SKH049        MOVE DONEVT-PYR-RPYMTH OF AGD06-01
SKH049                                  TO MAPHIS-RPYMTH OF MAPHIS-AREA
           END-EVALUATE.

           @TAR1,"ZZ4",ARGTBL-KEY OF WORKER,"01","1",,XX.
SKH049* Same as-of-month resolution as READ-ZZ4 in ZST005: the
SKH049* AGD17-01 version in force for the row's own repayment
SKH049* month wins wherever the history knows the key.
SKH049     MOVE "ZZ4"                 TO MAPHIS-NUMTBL OF MAPHIS-AREA.
SKH049     MOVE ARGTBL-KEY OF WORKER  TO MAPHIS-ARGTBL OF MAPHIS-AREA.
SKH049     PERFORM MAPHIS-TAR1 THRU MAPHIS-TAR1-FN.
           IF CODRET OF TAR1 = "00"
              MOVE "Y"                          TO SWIFND OF WORKER
              MOVE ZONTBL OF TAR1               TO NUMCPT-THA OF WORKER
              MOVE SPACES                        TO TAD01-01
              MOVE "ZZ4"                         TO NUMTBL OF TAD01-01
              MOVE ARGTBL-KEY OF WORKER          TO ARGTBL OF TAD01-01
SKH049        MOVE NUMCPT-KEY OF WORKER TO MAPHIS-OLDCPT OF MAPHIS-AREA
SKH049        PERFORM MAPHIS-SCAN THRU MAPHIS-SCAN-FN
              MOVE "N"                           TO SWIYES OF WORKER
SKH049        IF MAPHIS-FOUND OF MAPHIS-AREA
SKH049           MOVE "Y"                        TO SWIYES OF WORKER
SKH049           MOVE "Y"                        TO SWIFND OF WORKER
SKH049           MOVE MAPHIS-ZONTBL OF MAPHIS-AREA
SKH049                                           TO NUMCPT-THA OF WORKER
SKH049        END-IF
              @STARTZ,"1","==",TAD01-01,XX
              PERFORM UNTIL NOT ACCESS-OK
              OR SWIYES OF WORKER = "Y"
                    MOVE ZONTBL OF TAD01-01      TO NUMCPT-THA OF WORKER
                 END-IF
              END-PERFORM
SKH049        IF SWIFND OF WORKER = "Y"
SKH049           AND NOT MAPHIS-FOUND OF MAPHIS-AREA
SKH049           MOVE ARGTBL OF TAD01-01 TO MAPHIS-ARGTBL OF MAPHIS-AREA
SKH049           PERFORM MAPHIS-ASOF THRU MAPHIS-ASOF-FN
SKH049           IF NOT MAPHIS-NO-HISTORY OF MAPHIS-AREA
SKH049              MOVE "N"                     TO SWIFND OF WORKER
SKH049           END-IF
SKH049        END-IF
              IF SWIFND OF WORKER NOT = "Y"
                 @TAR1,"ZZ1",NUMCPT-KEY OF WORKER,"01","1",,XX
SKH049           MOVE "ZZ1"            TO MAPHIS-NUMTBL OF MAPHIS-AREA
SKH049           MOVE NUMCPT-KEY OF WORKER
SKH049                                 TO MAPHIS-ARGTBL OF MAPHIS-AREA
SKH049           PERFORM MAPHIS-TAR1 THRU MAPHIS-TAR1-FN
                 IF CODRET OF TAR1 = "00"
                    MOVE "Y"                     TO SWIFND OF WORKER
                    MOVE ZONTBL OF TAR1          TO NUMCPT-THA OF WORKER
SKH027        END-IF
SKH027     END-IF.

SKH054* Period control - a month ZST012 has closed for the account's
SKH054* company takes no late posting, re-drive or not. Tested while
SKH054* the buffer is still on the row, which WRITE-REFUSED-PER then
SKH054* rewrites in place.
SKH054     MOVE MLTSOC OF CW-ITF      TO PERCTL-MLTSOC OF PERCTL-AREA.
SKH054     MOVE RPYMTH-SAV OF WORKER  TO PERCTL-PERMTH OF PERCTL-AREA.
SKH054     PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN.
SKH054     IF PERCTL-CLOSED OF PERCTL-AREA
SKH054        PERFORM WRITE-REFUSED-PER THRU WRITE-REFUSED-PER-FN
SKH054        GO WRITE-REDRIVEN-FN
SKH054     END-IF.

SKH027* Cross-run duplicate scan, same loop shape as ZST005's
SKH027* CHECK-DUP-POST; the row is re-read by Key "1" afterwards so
SKH027* the Key "2" walk in LOOP-REJECTS carries on where it was.
SKH029                                TO MONCAP-HIS     OF AGD09-01.
SKH029     MOVE MONINT-AGD OF AGD06-01
SKH029                                TO MONINT-HIS     OF AGD09-01.
SKH045     MOVE RPYMTH-AGD OF AGD06-01
SKH045                                TO RPYMTH-HIS     OF AGD09-01.
SKH025     @WRITE,AGD09-01,XX.

           MOVE SPACES TO LIGNE OF AGR008-01.
SKH027     EXIT.


SKH054  WRITE-REFUSED-PER.
SKH054*------------------*
SKH054* The reject is re-marked "12" with the resolved account and
SKH054* month - ZST005's own shape for a closed-month reject - so it
SKH054* shows in the reject reports under its real reason and drops
SKH054* out of the "01" re-drive for good. STAEVT stays "2001", so
SKH054* the Key "2" walk in LOOP-REJECTS is not disturbed.

SKH054     ADD 1 TO CNT-CLOSED OF WORKER.

SKH054     MOVE "12"                  TO MOTRFU OF AGD06-01.
SKH054     MOVE NUMCPT-THA OF WORKER  TO NUMCPT-THA-AGD OF AGD06-01.
SKH054     MOVE RPYMTH-SAV OF WORKER  TO RPYMTH-AGD OF AGD06-01.
SKH054     @REWRITE,AGD06-01,XX.

SKH054     MOVE SPACES TO LIGNE OF AGR008-01.
SKH054     STRING "REFLOT=" REFLOT OF AGD06-01
SKH054            " NUMTEC=" NUMTEC OF AGD06-01
SKH054            " " NOMFIC-AGD OF AGD06-01
SKH054            " REDRIVE REFUSED, MONTH " RPYMTH-SAV OF WORKER
SKH054            " CLOSED - MOTRFU 12"
SKH054            DELIMITED BY SIZE INTO LIGNE OF AGR008-01
SKH054     END-STRING.
SKH054     @WRITE,AGR008-01,XX.

SKH054  WRITE-REFUSED-PER-FN.
SKH054*---------------------*
SKH054     EXIT.


       WRITE-STILL-REJ.
      *-----------------*

           END-STRING.
           @WRITE,AGR008-01,XX.

SKH054     MOVE SPACES TO LIGNE OF AGR008-01.
SKH054     MOVE CNT-CLOSED OF WORKER TO CNT-EDIT OF WORKER.
SKH054     STRING "REFUSED, MONTH CLOSED=" CNT-EDIT OF WORKER
SKH054            DELIMITED BY SIZE INTO LIGNE OF AGR008-01
SKH054     END-STRING.
SKH054     @WRITE,AGR008-01,XX.

       PRG-REPORT-FN.
      *---------------*
           EXIT.

SKH030     COPY RUNCTL.

SKH049* ==============================================
SKH049* Methodological copy for mapping-history lookup
SKH049* ==============================================

SKH049     COPY MAPHIS.

SKH054* ============================================
SKH054* Methodological copy for period-control check
SKH054* ============================================

SKH054     COPY PERCTL.

SKH030     EXIT.
