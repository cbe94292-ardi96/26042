SKH030     @COPFIC, AGD12-01.
SKH031     @COPFIC, AGD14-01.
SKH032     @COPFIC, AGD15-01.
SKH049     @COPFIC, AGD17-01.
SKH054     @COPFIC, AGD22-01.
           @COPFIC, CDD01-01.
           @COPFIC, CDD33-01.
           @COPFIC, FCD02-01.
           COPY FCRPC.
           COPY RSTPNTC.
SKH030     COPY RUNCTLC.
SKH049     COPY MAPHISC.
SKH054     COPY PERCTLC.


      * ========
SKH006     03  NBSOC                      PIC 9(02).
SKH006     03  I6                         PIC 9(02).
SKH001     03  SWIFND                     PIC X(01).
SKH055     03  SWIGL                      PIC X(01).
SKH055         88  GL-ROW-FOUND                 VALUE "Y".
SKH055         88  GL-ROW-NEW                   VALUE "N".
SKH001     03  CNT-EDIT                   PIC ZZZZZZ9.
SKH001     03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
SKH007     03  MONINS-TOT                 PIC S9(14)V9(02) COMP-3.
SKH023     03  AVGMNT-VOL                 PIC S9(14)V9(02) COMP-3.
SKH019     03  AVG-EDIT                   PIC ZZZZZZ9.99.
SKH023     03  AVGMNT-EDIT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
SKH051     03  SWISUP                     PIC X(01).
SKH051         88  SUPPL-CLEAR                VALUE "N".
SKH051         88  SUPPL-DONE                 VALUE "D".
SKH051         88  SUPPL-LOT-TAKEN            VALUE "L".
SKH051     03  SWIDAY                     PIC X(01).
SKH051         88  DAYVUE-YES                 VALUE "Y".
SKH051         88  DAYVUE-NO                  VALUE "N", SPACE.
SKH051     03  REFOPN-DAY                 PIC X(10).
SKH051     03  I10                        PIC 9(02).


       01  CWITF.
      *--------*
      
ZM0018     @OPEN,"IO",AGD06-01.
SKH055     @OPEN,"IO",AGD07-01.
SKH001     @OPEN,"OUT",AGR005-01.
SKH004     @OPEN,"OUT",AGR006-01.
SKH014     @OPEN,"OUT",AGR009-01.
SKH030     @OPEN,"IO",AGD12-01.
SKH031     @OPEN,"IO",AGD14-01.
SKH032     @OPEN,"IO",AGD15-01.
SKH049     @OPEN,"IO",AGD17-01.
SKH054     @OPEN,"IO",AGD22-01.
ZM0018     IF NOMFIC OF ZST005 = "ANG"
ZM0018        @OPEN,"IN",ZSL04-01
ZM0018     END-IF.
      *  -date of start date & time into table 019.
      * ================================================================     
           
SKH051     IF NOT NUMLIV-FIRST OF ZST005
SKH051        AND NOT NUMLIV-SUPPL OF ZST005
SKH051        @CWERR,ZST005,"XXXX0240","NUMLIV",,"I","2",\
SKH051           "0","N","01"
SKH051        MOVE 8 TO RETURN-CODE
SKH051        STOP RUN
SKH051     END-IF.

SKH051* Table 019 holds one start per day for the program - a
SKH051* supplementary delivery would be refused by it, and would
SKH051* overwrite the morning run's stamps, so it is kept out of it
SKH051* and covered by CHECK-SUPPL below instead.
SKH051     IF NUMLIV-FIRST OF ZST005
SKH051        @CWRD,"01","N"
SKH051     END-IF.

           @FCR1,"B3",REFOPN OF WORKER,XX.
           IF CODRET OF FCR1 NOT = "00"
              @CWERR,ZST005,"ZST00501",ZONLIB OF WORKER,,"I","1",\
                  "0","Y","01"
           END-IF.

SKH051     IF NUMLIV-SUPPL OF ZST005
SKH051        PERFORM CHECK-SUPPL THRU CHECK-SUPPL-FN
SKH051        IF SUPPL-DONE OF WORKER
SKH051           @CWERR,ZST005,"XXXX0240","DELIVERY ALREADY RUN",,\
SKH051              "I","2","0","N","01"
SKH051           MOVE 8 TO RETURN-CODE
SKH051           STOP RUN
SKH051        END-IF
SKH051        IF SUPPL-LOT-TAKEN OF WORKER
SKH051           @CWERR,ZST005,"XXXX0240","LOT OF ANOTHER DELIVERY",,\
SKH051              "I","2","0","N","01"
SKH051           MOVE 8 TO RETURN-CODE
SKH051           STOP RUN
SKH051        END-IF
SKH051     END-IF.
           
      * ==============================================================
      *  Run-control gate: tonight's ZST004 pre-edit pass for this
SKH030                                  TO RUNCTL-REFOPN OF RUNCTL-AREA.
SKH030     MOVE NOMFIC OF ZST005        TO RUNCTL-NOMFIC OF RUNCTL-AREA.
SKH032     MOVE PARTID OF ZST005        TO RUNCTL-PARTID OF RUNCTL-AREA.
SKH051     MOVE NUMLIV OF ZST005        TO RUNCTL-NUMLIV OF RUNCTL-AREA.
SKH030     MOVE "ZST004"                  TO RUNCTL-PRED OF RUNCTL-AREA.
SKH030     MOVE NOMFIC OF ZST005
SKH030                             TO RUNCTL-PRED-NOMFIC OF RUNCTL-AREA.
SKH051     MOVE NUMLIV OF ZST005
SKH051                             TO RUNCTL-PRED-NUMLIV OF RUNCTL-AREA.
SKH030     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
SKH030     PERFORM RUNCTL-GATE THRU RUNCTL-GATE-FN.
SKH030     IF GATE-BLOCKED OF RUNCTL-AREA
      *  Update of end date & time into table 019.
      * ==========================================     
           
SKH051     IF NUMLIV-FIRST OF ZST005
SKH051        @CWRD,"02","N"
SKH051     END-IF.
      
      * --> The batch ended properly, no need to save restart point
      
SKH030     @CLOSE,AGD12-01.
SKH031     @CLOSE,AGD14-01.
SKH032     @CLOSE,AGD15-01.
SKH049     @CLOSE,AGD17-01.
SKH054     @CLOSE,AGD22-01.
ZM0018     IF NOMFIC OF ZST005 = "ANG"
ZM0018        @CLOSE,ZSL04-01
ZM0018     END-IF.
SKH026     IF NOT SIMUL-YES OF ZST005
SKH016        PERFORM PRG-REPORT-GL THRU PRG-REPORT-GL-FN
SKH026     END-IF.
SKH051* The rolling volume window is built on the full nightly file -
SKH051* a supplementary delivery is a fraction of it by nature, would
SKH051* always band as a collapse and would drag the average down.
SKH051     IF NUMLIV-FIRST OF ZST005
SKH019        PERFORM PRG-REPORT-HIST THRU PRG-REPORT-HIST-FN
SKH051     END-IF.
SKH051     IF NOT SIMUL-YES OF ZST005
SKH051        PERFORM PRG-REPORT-DAY THRU PRG-REPORT-DAY-FN
SKH051     END-IF.
SKH001
SKH001  PRG-REPORT-FN.
SKH001 *---------------*
SKH016* One AGD07-01 row per company/format combination accumulated in
SKH016* TOTSOC by PRG-REPORT-SOC - the same breakdown AGR005 prints as
SKH016* free text, laid out fixed-format for a GL feed.
SKH055* AGD07-01 keeps every lot's rows, so a row already on file for
SKH055* this lot (a re-run) is replaced, not written a second time.

SKH016     PERFORM VARYING I6 FROM 1 BY 1 UNTIL I6 > NBSOC OF WORKER
SKH055        MOVE SPACES                      TO AGD07-01
SKH055        MOVE REFOPN-KEY OF WORKER        TO REFOPN-GL OF AGD07-01
SKH055        MOVE TOTSOC-SOC OF WORKER(I6)    TO MLTSOC-GL OF AGD07-01
SKH055        MOVE TOTSOC-NOM OF WORKER(I6)    TO NOMFIC-GL OF AGD07-01
SKH055        MOVE "N"                         TO SWIGL OF WORKER
SKH055        @READZ,"1",AGD07-01,XX
SKH055        IF ACCESS-OK
SKH055           MOVE "Y"                      TO SWIGL OF WORKER
SKH055        END-IF
SKH016        MOVE SPACES                      TO AGD07-01
SKH016        MOVE REFOPN-KEY OF WORKER        TO REFOPN-GL OF AGD07-01
SKH016        MOVE TOTSOC-SOC OF WORKER(I6)    TO MLTSOC-GL OF AGD07-01
SKH029                                      TO MNT-CAP-GL OF AGD07-01
SKH029        MOVE TOTSOC-MNT-INT OF WORKER(I6)
SKH029                                      TO MNT-INT-GL OF AGD07-01
SKH055        IF GL-ROW-FOUND OF WORKER
SKH055           @REWRITE,AGD07-01,XX
SKH055        ELSE
SKH016           @WRITE,AGD07-01,XX
SKH055        END-IF
SKH055        IF NOT ACCESS-OK
SKH055           @CWERR,ZST005,"ZST00503","AGD07-01",\
SKH055                         ,"I","1","5","Y","15"
SKH055        END-IF
SKH016     END-PERFORM.

SKH016  PRG-REPORT-GL-FN.
SKH001 *-----------------*
SKH001
SKH001     MOVE SPACES TO LIGNE OF AGR005-01.
SKH051     IF DAYVUE-YES OF WORKER
SKH051        STRING "ZST005 CONTROL TOTALS - ALL DELIVERIES OF "
SKH051               NOMFIC OF ZST005
SKH051               " ON "
SKH051               DATBUS OF CWTECH
SKH051               DELIMITED BY SIZE INTO LIGNE OF AGR005-01
SKH051        END-STRING
SKH051     ELSE
SKH001     STRING "ZST005 CONTROL TOTALS - REFOPN "
SKH001            REFOPN-KEY OF WORKER
SKH051            " DELIVERY "
SKH051            NUMLIV OF ZST005
SKH001            DELIMITED BY SIZE INTO LIGNE OF AGR005-01
SKH001     END-STRING
SKH051     END-IF.
SKH001     @WRITE,AGR005-01,XX.
SKH001
SKH005     PERFORM VARYING I4 FROM 1 BY 1 UNTIL I4 > 4
SKH001     EXIT.


SKH051  PRG-REPORT-DAY.
SKH051 *----------------*
SKH051* Combined view of the format's business day, printed after this
SKH051* lot's own recap whenever the day holds more than one delivery:
SKH051* every lot ZST005 ran for the NOMFIC on DATBUS (found on
SKH051* AGD12-01, partitioned lots included) is read back off
SKH051* AGD06-01 into the same TOTNOM / TOTERR / TOTSOC accumulators
SKH051* and printed through PRG-REPORT-PRINT. This lot's own figures
SKH051* have already gone to AGD07-01 and AGD10-01 by now. Only the
SKH051* predecessor fields of the run-control area are used - the rest
SKH051* is still needed by RUNCTL-END.

SKH051     MOVE "ZST005"                TO RUNCTL-PRED OF RUNCTL-AREA.
SKH051     MOVE NOMFIC OF ZST005  TO RUNCTL-PRED-NOMFIC OF RUNCTL-AREA.
SKH051     PERFORM RUNCTL-DAY-LOTS THRU RUNCTL-DAY-LOTS-FN.

SKH051     IF RUNCTL-DAY-NBR OF RUNCTL-AREA < 2
SKH051        GO PRG-REPORT-DAY-FN
SKH051     END-IF.

SKH051     MOVE "Y"                     TO SWIDAY OF WORKER.
SKH051     PERFORM INIT-TOTALS THRU INIT-TOTALS-FN.

SKH051     MOVE SPACES TO LIGNE OF AGR005-01.
SKH051     @WRITE,AGR005-01,XX.
SKH051     MOVE SPACES TO LIGNE OF AGR005-01.
SKH051     STRING "ZST005 COMBINED DAY VIEW - "
SKH051            NOMFIC OF ZST005
SKH051            " DATBUS "
SKH051            DATBUS OF CWTECH
SKH051            DELIMITED BY SIZE INTO LIGNE OF AGR005-01
SKH051     END-STRING.
SKH051     @WRITE,AGR005-01,XX.

SKH051     PERFORM VARYING I10 FROM 1 BY 1
SKH051        UNTIL I10 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        MOVE RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I10)
SKH051                                  TO REFOPN-DAY OF WORKER
SKH051        PERFORM PRG-REPORT-DAY-LOT THRU PRG-REPORT-DAY-LOT-FN
SKH051     END-PERFORM.

SKH051     PERFORM PRG-REPORT-PRINT THRU PRG-REPORT-PRINT-FN.
SKH051     MOVE "N"                     TO SWIDAY OF WORKER.

SKH051  PRG-REPORT-DAY-FN.
SKH051 *-------------------*
SKH051     EXIT.


SKH051  PRG-REPORT-DAY-LOT.
SKH051 *--------------------*
SKH051     MOVE SPACES TO LIGNE OF AGR005-01.
SKH051     IF REFOPN-DAY OF WORKER = REFOPN-KEY OF WORKER
SKH051        STRING "  LOT " REFOPN-DAY OF WORKER
SKH051               " DELIVERY "
SKH051               RUNCTL-DAY-NUMLIV OF RUNCTL-AREA (I10)
SKH051               " - THIS RUN"
SKH051               DELIMITED BY SIZE INTO LIGNE OF AGR005-01
SKH051        END-STRING
SKH051     ELSE
SKH051        IF RUNCTL-DAY-STA OF RUNCTL-AREA (I10) = "Y"
SKH051           STRING "  LOT " REFOPN-DAY OF WORKER
SKH051                  " DELIVERY "
SKH051                  RUNCTL-DAY-NUMLIV OF RUNCTL-AREA (I10)
SKH051                  DELIMITED BY SIZE INTO LIGNE OF AGR005-01
SKH051           END-STRING
SKH051        ELSE
SKH051           STRING "  LOT " REFOPN-DAY OF WORKER
SKH051                  " DELIVERY "
SKH051                  RUNCTL-DAY-NUMLIV OF RUNCTL-AREA (I10)
SKH051                  " - *NOT ENDED CLEAN*"
SKH051                  DELIMITED BY SIZE INTO LIGNE OF AGR005-01
SKH051           END-STRING
SKH051        END-IF
SKH051     END-IF.
SKH051     @WRITE,AGR005-01,XX.

SKH051     MOVE SPACES                  TO AGD06-01.
SKH051     MOVE REFOPN-DAY OF WORKER    TO REFLOT OF AGD06-01.
SKH051     @START,"1","GE",AGD06-01,XX.
SKH051     IF ACCESS-OK
SKH051        @READNX,AGD06-01,XX
SKH051     END-IF.

SKH051     PERFORM PRG-REPORT-DAY-ACC THRU PRG-REPORT-DAY-ACC-FN
SKH051        UNTIL NOT ACCESS-OK
SKH051        OR REFLOT OF AGD06-01 NOT = REFOPN-DAY OF WORKER.

SKH051  PRG-REPORT-DAY-LOT-FN.
SKH051 *-----------------------*
SKH051     EXIT.


SKH051  PRG-REPORT-DAY-ACC.
SKH051 *--------------------*
SKH051* Tally only - the AGR009-01 detail trail stays per lot.
SKH056* A "2002" row was moved by ZST010 - its replacement "2000" row
SKH056* in the same lot already carries the posting, so the old one is
SKH056* neither counted again nor shown as a reject.

SKH056     IF STAEVT OF AGD06-01 NOT = "2002"
SKH056        PERFORM PRG-REPORT-TALLY THRU PRG-REPORT-TALLY-FN
SKH056     END-IF.
SKH051     @READNX,AGD06-01,XX.

SKH051  PRG-REPORT-DAY-ACC-FN.
SKH051 *-----------------------*
SKH051     EXIT.


SKH051  CHECK-SUPPL.
SKH051 *-------------*
SKH051* Rerun cover for a supplementary delivery, off today's ZST005
SKH051* rows for the format: the same delivery number already ended
SKH051* clean under another lot (or under this one, for a whole-file
SKH051* run - sibling partitions legitimately share the lot) means the
SKH051* file has been posted; this run's lot already carried by another
SKH051* delivery means the reference is not this file's own. Duplicate
SKH051* rows against the morning file are left to CHECK-DUP-POST, which
SKH051* looks across lots.

SKH051     MOVE "N"                     TO SWISUP OF WORKER.

SKH051     MOVE SPACES                    TO RUNCTL-AREA.
SKH051     MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
SKH051     MOVE NOMFIC OF ZST005  TO RUNCTL-PRED-NOMFIC OF RUNCTL-AREA.
SKH051     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
SKH051     PERFORM RUNCTL-DAY-LOTS THRU RUNCTL-DAY-LOTS-FN.

SKH051     PERFORM VARYING I10 FROM 1 BY 1
SKH051        UNTIL I10 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        IF RUNCTL-DAY-NUMLIV OF RUNCTL-AREA (I10) =
SKH051           NUMLIV OF ZST005
SKH051           AND RUNCTL-DAY-STA OF RUNCTL-AREA (I10) = "Y"
SKH051           AND (RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I10) NOT =
SKH051                REFOPN OF WORKER (1:10)
SKH051                OR PARTID OF ZST005 = SPACES)
SKH051           MOVE "D"               TO SWISUP OF WORKER
SKH051        END-IF
SKH051        IF RUNCTL-DAY-NUMLIV OF RUNCTL-AREA (I10) NOT =
SKH051           NUMLIV OF ZST005
SKH051           AND RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I10) =
SKH051               REFOPN OF WORKER (1:10)
SKH051           MOVE "L"               TO SWISUP OF WORKER
SKH051        END-IF
SKH051     END-PERFORM.

SKH051  CHECK-SUPPL-FN.
SKH051 *----------------*
SKH051     EXIT.


      * =======================
      * Treatment of the record
      * =======================
ZZ0088
nbenbe*    display "nbe read zz4 : " NUMCPT-NEW OF WORKER
ZZ0088     @TAR1,"ZZ4",NUMCPT-NEW OF WORKER,"01","1",,XX.
SKH049* Mapped as it stood in the record's own repayment month: where
SKH049* the AGD17-01 history knows the key, its version in force for
SKH049* RPYMTH stands in for today's TAD01-01 answer (see MAPHIS).
SKH049     MOVE RPYMTH-INT OF WORKER (1:6)
SKH049                          TO MAPHIS-RPYMTH OF MAPHIS-AREA.
SKH049     MOVE "ZZ4"           TO MAPHIS-NUMTBL OF MAPHIS-AREA.
SKH049     MOVE NUMCPT-NEW OF WORKER
SKH049                          TO MAPHIS-ARGTBL OF MAPHIS-AREA.
SKH049     PERFORM MAPHIS-TAR1 THRU MAPHIS-TAR1-FN.
ZZ0088     IF CODRET OF TAR1 NOT = "00"
ZZ008G        MOVE SPACES                        TO TAD01-01
ZZ008G        MOVE "ZZ4"                         TO NUMTBL OF TAD01-01
SKH002           DELIMITED BY SPACES INTO ARGTBL OF TAD01-01
SKH002        END-STRING
ZZ008G       END-EVALUATE
SKH049        MOVE ARGTBL OF TAD01-01 TO MAPHIS-ARGTBL OF MAPHIS-AREA
SKH049        MOVE NUMCPT OF WORKER   TO MAPHIS-OLDCPT OF MAPHIS-AREA
SKH049        PERFORM MAPHIS-SCAN THRU MAPHIS-SCAN-FN
ZZ008G        MOVE "N"                           TO SWIYES OF WORKER
SKH049        IF MAPHIS-FOUND OF MAPHIS-AREA
SKH049           MOVE MAPHIS-ZONTBL OF MAPHIS-AREA
SKH049                                TO NUMCPT-THA OF WORKER
SKH049           MOVE "Y"             TO SWIYES OF WORKER
SKH049        END-IF
nbe   *       display "START on ZZ4 : " ARGTBL OF TAD01-01
ZZ008G        @STARTZ,"1","==",TAD01-01,XX
ZZ008G
nbenbe*            display "nico found in start : " ARGTBL OF TAD01-01
ZZ008G             END-IF
ZZ008G        END-PERFORM
SKH049* A live row whose key has history was already judged as of
SKH049* the month by MAPHIS-SCAN - only a key with no history at all
SKH049* is taken on today's TAD01-01 values.
SKH049        IF SWIYES OF WORKER = "Y"
SKH049           AND NOT MAPHIS-FOUND OF MAPHIS-AREA
SKH049           MOVE ARGTBL OF TAD01-01 TO MAPHIS-ARGTBL OF MAPHIS-AREA
SKH049           PERFORM MAPHIS-ASOF THRU MAPHIS-ASOF-FN
SKH049           IF NOT MAPHIS-NO-HISTORY OF MAPHIS-AREA
SKH049              MOVE "N"          TO SWIYES OF WORKER
SKH049           END-IF
SKH049        END-IF
ZZ008G
ZZ008G        IF SWIYES OF WORKER = "Y"
SKH010           MOVE NUMCPT-THA OF WORKER TO ACCNUM OF WORKER
ZZ008G        ELSE
nbenbe     display "nbe fail zz4 read z1 : " NUMCPT OF WORKER
ZZ0088           @TAR1,"ZZ1",NUMCPT OF WORKER,"01","1",,XX
SKH049           MOVE "ZZ1"           TO MAPHIS-NUMTBL OF MAPHIS-AREA
SKH049           MOVE NUMCPT OF WORKER
SKH049                                TO MAPHIS-ARGTBL OF MAPHIS-AREA
SKH049           PERFORM MAPHIS-TAR1 THRU MAPHIS-TAR1-FN
ZZ0088           IF CODRET OF TAR1 NOT = "00"
nbenbe     display "nbe fail zz4 read CD : " NUMCPT OF WORKER
ZZ0088              MOVE SPACES                       TO CDD01-01
SKH029                                TO MONCAP-HIS     OF AGD09-01.
SKH029     MOVE MONINT-AGD OF AGD06-01
SKH029                                TO MONINT-HIS     OF AGD09-01.
SKH045     MOVE RPYMTH-AGD OF AGD06-01
SKH045                                TO RPYMTH-HIS     OF AGD09-01.
SKH018     @WRITE,AGD09-01,XX.

SKH018  WRITE-HIST-LEDGER-FN.
SKH015 *------------------*
SKH015     EXIT.

SKH054  CHECK-PERIOD.
SKH054*--------------*
SKH054* The account's company off its prefix, as START-CDD33 derives
SKH054* it - failing a known prefix, the company already in hand.
SKH054* A month with no AGD22-01 row has never been touched by ZST012
SKH054* and is open; "G" (closing) still takes postings, only "C"
SKH054* (closed) refuses them.

SKH054     MOVE MLTSOC OF CW-ITF       TO PERCTL-MLTSOC OF PERCTL-AREA.
SKH054     MOVE NUMCPT-THA OF WORKER   TO ACCNUM OF WORKER.
SKH054     IF ACCNUM-FIR OF WORKER = "999"
SKH054        MOVE 1                   TO PERCTL-MLTSOC OF PERCTL-AREA
SKH054     ELSE
SKH054        IF ACCNUM-FIR OF WORKER = "399"
SKH054           MOVE 2                TO PERCTL-MLTSOC OF PERCTL-AREA
SKH054        END-IF
SKH054     END-IF.
SKH054     MOVE RPYMTH-INT OF WORKER (1:6)
SKH054                                 TO PERCTL-PERMTH OF PERCTL-AREA.

SKH054     PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN.
SKH054     IF PERCTL-CLOSED OF PERCTL-AREA
SKH054        MOVE "Y"  TO SWIERR OF WORKER
SKH054        MOVE "12" TO CODERR OF WORKER
SKH054     END-IF.

SKH054  CHECK-PERIOD-FN.
SKH054*----------------*
SKH054     EXIT.


SKH007  WRITE-AGD06-INS.
SKH007 *----------------*
SKH029  MOVE 0 TO MONRBT-CAP-SAV OF WORKER.
SKH038  MOVE 0 TO MONCMP-DED OF WORKER.

SKH054* A repayment month finance has closed (ZST012) takes no more
SKH054* postings - the record is rejected under CODERR "12" before
SKH054* anything else runs, so no AGD11-01 suspense balance is drawn
SKH054* for a posting that is never going to be made.
SKH054  PERFORM CHECK-PERIOD THRU CHECK-PERIOD-FN.
SKH054  IF SWIERR OF WORKER = "Y"
SKH054     PERFORM WRITE-AGD06 THRU WRITE-AGD06-FN
SKH054     GO LUMP-SUM-FN
SKH054  END-IF.

        MOVE NUMCPT-THA OF WORKER TO NUMCPT-CDD OF WORKER.

SKH028* Partial-allocation mode: the frozen-account and cross-run
SKH021     PERFORM CHECK-DUP-POST THRU CHECK-DUP-POST-FN
SKH021  END-IF.

SKH054* A split landing in the other company is judged against that
SKH054* company's own period - closing is per company.
SKH054  IF SWIERR OF WORKER NOT = "Y"
SKH054     PERFORM CHECK-PERIOD THRU CHECK-PERIOD-FN
SKH054  END-IF.

SKH029* The split's own capital/interest schedule, read while MLTSOC
SKH029* still points at the split's company - the restore just below
SKH029* puts the parent record's company back either way.
SKH030* ==========================================

SKH030     COPY RUNCTL.

SKH049* ==============================================
SKH049* Methodological copy for mapping-history lookup
SKH049* ==============================================

SKH049     COPY MAPHIS.

SKH054* ============================================
SKH054* Methodological copy for period-control check
SKH054* ============================================

SKH054     COPY PERCTL.
           
           EXIT.
