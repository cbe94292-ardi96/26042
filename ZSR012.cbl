      *     the inbound files use), closed by a trailer carrying the    *
      *     row count and total so the agency can balance the refund    *
      *     before applying it - replacing the manually retyped lists.  *
SKH051*     With a blank REFOPN the files cover every delivery of one   *
SKH051*     format on the business date (first file and supplementary   *
SKH051*     ones) under a single trailer - the combined day view.       *
SKH052*     Dispute cases approved for refund (AGD19-01) go back too,   *
SKH052*     once, in the first run made for their agency's format -     *
SKH052*     MOTRFU "13", the approved amount, the member identity of    *
SKH052*     the first posting linked to the case - even though that     *
SKH052*     posting itself was accepted.                                *
      *                                                                 *
      *******************************************************************
      *                                                                 *
           @COPFIC, ZSD09-01.
           @COPFIC, ZSD10-01.
SKH030     @COPFIC, AGD12-01.
SKH052     @COPFIC, AGD19-01.
           @MLTCOPY.

      * ====================
               05  TOTFMT-CNT             PIC 9(07).
               05  TOTFMT-MNT             PIC S9(14)V9(02) COMP-3.
           03  CNT-SCANNED                PIC 9(07).
SKH051*        Lot being walked - REFOPN per delivery, each lot of the
SKH051*        day in turn in the combined day view.
SKH051     03  LOT-CUR                    PIC X(10).
SKH051     03  NOMFIC-LOT                 PIC X(03).
SKH051     03  DATBUS-LOT                 PIC X(08).
SKH051     03  DATDAY-CUR                 PIC X(08).
SKH055*        What this run stamps in REFRFU - the lot, or the day in
SKH055*        the combined day view.
SKH055     03  REFRFU-RUN                 PIC X(10).
SKH051     03  I2                         PIC 9(02).
SKH051     03  SWIDAY                     PIC X(01).
SKH051         88  DAYVUE-YES                   VALUE "Y".
SKH051         88  DAYVUE-NO                    VALUE "N".
SKH051     03  SWIRFU                     PIC X(01).
SKH051         88  RFU-ALREADY-SENT             VALUE "Y".
SKH051         88  RFU-NOT-SENT                 VALUE "N".

       01  CWITF.
           COPY CW-ITF.
           @OPEN,"OUT",ZSD09-01.
           @OPEN,"OUT",ZSD10-01.
SKH030     @OPEN,"IO",AGD12-01.
SKH052     @OPEN,"IO",AGD19-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR012"                  TO CURRENT-PGM OF CW-ITF.
           END-PERFORM.
           MOVE 0                         TO CNT-SCANNED OF WORKER.

SKH051     MOVE REFOPN OF ZSR012          TO LOT-CUR OF WORKER.
SKH051     IF DATDAY OF ZSR012 = SPACES
SKH051        MOVE DATBUS OF CWTECH       TO DATDAY-CUR OF WORKER
SKH051     ELSE
SKH051        MOVE DATDAY OF ZSR012       TO DATDAY-CUR OF WORKER
SKH051     END-IF.
SKH051     IF REFOPN OF ZSR012 = SPACES
SKH051        MOVE "Y"                    TO SWIDAY OF WORKER
SKH052        MOVE NOMFIC OF ZSR012       TO NOMFIC-LOT OF WORKER
SKH051        PERFORM INIT-DAY THRU INIT-DAY-FN
SKH051        GO INIT-ZSR012-RUN
SKH051     END-IF.
SKH051     MOVE "N"                       TO SWIDAY OF WORKER.

SKH030* Run-control gate: money must not go back to an agency off a
SKH030* lot whose ZST005 run is missing or failed.
SKH030     MOVE SPACES                    TO RUNCTL-AREA.
SKH030        MOVE 8 TO RETURN-CODE
SKH030        STOP RUN
SKH030     END-IF.

SKH051* A lot whose format and day were already returned as one must
SKH051* not be refunded a second time on its own.
SKH051     PERFORM CHECK-DAY-SENT THRU CHECK-DAY-SENT-FN.
SKH051     IF RFU-ALREADY-SENT OF WORKER
SKH051        @CWERR,ZSR012,"XXXX0240","DAY ALREADY RETURNED",,\
SKH051           "I","2","0","N","01"
SKH051        MOVE 8 TO RETURN-CODE
SKH051        STOP RUN
SKH051     END-IF.

SKH030     PERFORM RUNCTL-START THRU RUNCTL-START-FN.

      * ================
      * Batch processing
      * ================

SKH051 INIT-ZSR012-RUN.
SKH051*----------------*

SKH051     IF DAYVUE-YES OF WORKER
SKH051        PERFORM VARYING I2 FROM 1 BY 1
SKH051           UNTIL I2 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051           MOVE RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I2)
SKH051                                    TO LOT-CUR OF WORKER
SKH051           PERFORM WALK-LOT THRU WALK-LOT-FN
SKH051        END-PERFORM
SKH051     ELSE
SKH051        PERFORM WALK-LOT THRU WALK-LOT-FN
SKH051     END-IF.

SKH052     PERFORM WALK-DSP THRU WALK-DSP-FN.

           PERFORM WRITE-TRAILERS THRU WRITE-TRAILERS-FN.

           @CLOSE,ZSD09-01.
           @CLOSE,ZSD10-01.
SKH030     @CLOSE,AGD12-01.
SKH052     @CLOSE,AGD19-01.

           STOP RUN.

      * Treatment of the record
      * =======================

SKH051 WALK-LOT.
SKH051*---------*
           PERFORM START-LOT THRU START-LOT-FN.

           PERFORM LOOP-LOT THRU LOOP-LOT-FN
                         UNTIL NOT ACCESS-OK
SKH051                   OR REFLOT OF AGD06-01 NOT = LOT-CUR OF WORKER.

SKH051 WALK-LOT-FN.
SKH051*------------*
SKH051     EXIT.


       START-LOT.
      *-----------*
           INITIALIZE AGD06-01.
SKH051     MOVE LOT-CUR OF WORKER        TO REFLOT OF AGD06-01.

           @START,"1","GE",AGD06-01,XX.
           IF ACCESS-OK
           EXIT.


SKH052* ==========================================
SKH052* Dispute cases approved for refund
SKH052* ==========================================

SKH052* --> Key "3" groups the approved cases; one whose refund has
SKH052*     gone already carries DATRFU, and one of another agency
SKH052*     waits for a run of its own format (NOMFIC-LOT - the lot's
SKH052*     own format per delivery, the day's in the day view).
SKH055*     A case already stamped by this same lot or day is taken
SKH055*     again: the return files are cut afresh on every run, so a
SKH055*     re-run (or one after an abend) must carry its refunds too.

SKH052 WALK-DSP.
SKH052*---------*
SKH052     IF NOMFIC-LOT OF WORKER = SPACES
SKH052        GO WALK-DSP-FN
SKH052     END-IF.

SKH055     IF DAYVUE-YES OF WORKER
SKH055        MOVE DATDAY-CUR OF WORKER TO REFRFU-RUN OF WORKER
SKH055     ELSE
SKH055        MOVE REFOPN OF ZSR012     TO REFRFU-RUN OF WORKER
SKH055     END-IF.

SKH052     MOVE SPACES                  TO AGD19-01.
SKH052     MOVE "A"                     TO STADSP OF AGD19-01.
SKH052     @STARTZ,"3","==",AGD19-01,XX.
SKH052     IF ACCESS-OK
SKH052        @READNX,AGD19-01,XX
SKH052     END-IF.

SKH052     PERFORM LOOP-DSP THRU LOOP-DSP-FN
SKH052                   UNTIL NOT ACCESS-OK
SKH052                   OR NOT STADSP-APPROVED OF AGD19-01.

SKH052 WALK-DSP-FN.
SKH052*------------*
SKH052     EXIT.


SKH052 LOOP-DSP.
SKH052*---------*

SKH055     IF (DATRFU OF AGD19-01 = SPACES
SKH055         OR REFRFU OF AGD19-01 = REFRFU-RUN OF WORKER)
SKH052        AND NOMFIC-DSP OF AGD19-01 = NOMFIC-LOT OF WORKER
SKH052        AND NBRLNK OF AGD19-01 > 0
SKH052        PERFORM WRITE-RFU-DSP THRU WRITE-RFU-DSP-FN
SKH052     END-IF.

SKH052     @READNX,AGD19-01,XX.

SKH052 LOOP-DSP-FN.
SKH052*------------*
SKH052     EXIT.

SKH052* --> The first linked posting's row is read only for its DONEVT
SKH052*     identity - its code and amount are replaced in the record
SKH052*     area by the case's before the format's own WRITE-RFU-xxx
SKH052*     builds the return row, and it is never rewritten.

SKH052 WRITE-RFU-DSP.
SKH052*--------------*

SKH052     MOVE SPACES                  TO AGD06-01.
SKH052     MOVE REFLOT-LNK OF AGD19-01(1) TO REFLOT OF AGD06-01.
SKH052     MOVE NUMTEC-LNK OF AGD19-01(1) TO NUMTEC OF AGD06-01.
SKH052     @READZ,"1",AGD06-01,XX.
SKH052     IF NOT ACCESS-OK
SKH052        GO WRITE-RFU-DSP-FN
SKH052     END-IF.

SKH052     MOVE "13"                    TO MOTRFU OF AGD06-01.
SKH052     MOVE MONAPR OF AGD19-01      TO MONMVT-AGD OF AGD06-01.

SKH052     EVALUATE NOMFIC-AGD OF AGD06-01
SKH052     WHEN "ANG"
SKH052        PERFORM WRITE-RFU-ANG THRU WRITE-RFU-ANG-FN
SKH052     WHEN "BEN"
SKH052        PERFORM WRITE-RFU-BEN THRU WRITE-RFU-BEN-FN
SKH052     WHEN "OTH"
SKH052        PERFORM WRITE-RFU-OTH THRU WRITE-RFU-OTH-FN
SKH052     WHEN "PYR"
SKH052        PERFORM WRITE-RFU-PYR THRU WRITE-RFU-PYR-FN
SKH052     END-EVALUATE.

SKH052     MOVE DATBUS OF CWTECH        TO DATRFU OF AGD19-01.
SKH055* A day run's refund is traced by the day it ran for - the
SKH055* lot field of its run-control row - with the case's NOMFIC-DSP
SKH055* naming the return file.
SKH055     MOVE REFRFU-RUN OF WORKER    TO REFRFU OF AGD19-01.
SKH052     @REWRITE,AGD19-01,XX.
SKH052     IF NOT ACCESS-OK
SKH052        @CWERR,ZSR012,"ZSR01203","AGD19-01",\
SKH052                      ,"I","1","5","Y","15"
SKH052     END-IF.

SKH052 WRITE-RFU-DSP-FN.
SKH052*-----------------*
SKH052     EXIT.


SKH051* ==========================================
SKH051* Combined day view of one format
SKH051* ==========================================

SKH051* --> Every lot of the day must have ended clean, and none of
SKH051*     them may have been returned on its own already - its
SKH051*     rejects would go back to the agency twice. The day run
SKH055*     keeps its own run-control row, with the business date in
SKH055*     its lot field, so every day keeps a row of its own instead
SKH055*     of the next day's run overwriting it.

SKH051 INIT-DAY.
SKH051*---------*
SKH051     MOVE SPACES                    TO RUNCTL-AREA.
SKH051     MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
SKH051     MOVE NOMFIC OF ZSR012  TO RUNCTL-PRED-NOMFIC OF RUNCTL-AREA.
SKH051     MOVE DATDAY-CUR OF WORKER    TO RUNCTL-DATBUS OF RUNCTL-AREA.
SKH051     PERFORM RUNCTL-DAY-LOTS THRU RUNCTL-DAY-LOTS-FN.

SKH051     MOVE "Y"               TO RUNCTL-GATE-SWI OF RUNCTL-AREA.
SKH051     IF RUNCTL-DAY-NBR OF RUNCTL-AREA = 0
SKH051        MOVE "N"            TO RUNCTL-GATE-SWI OF RUNCTL-AREA
SKH051     END-IF.
SKH051     MOVE "N"                     TO SWIRFU OF WORKER.
SKH051     PERFORM VARYING I2 FROM 1 BY 1
SKH051        UNTIL I2 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        IF RUNCTL-DAY-STA OF RUNCTL-AREA (I2) NOT = "Y"
SKH051           MOVE "N"         TO RUNCTL-GATE-SWI OF RUNCTL-AREA
SKH051        END-IF
SKH051        MOVE SPACES               TO AGD12-01
SKH051        MOVE "ZSR012"             TO STEP-RC OF AGD12-01
SKH051        MOVE RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I2)
SKH051                                  TO REFOPN-RC OF AGD12-01
SKH051        @READZ,"1",AGD12-01,XX
SKH051        IF ACCESS-OK
SKH051           AND RUN-ENDED OF AGD12-01
SKH051           AND RETCDE-RC OF AGD12-01 = 0
SKH051           MOVE "Y"               TO SWIRFU OF WORKER
SKH051        END-IF
SKH051     END-PERFORM.

SKH051     IF GATE-BLOCKED OF RUNCTL-AREA
SKH051        @CWERR,ZSR012,"XXXX0240","ZST005 GATE",,"I","2",\
SKH051           "0","N","01"
SKH051        MOVE 8 TO RETURN-CODE
SKH051        STOP RUN
SKH051     END-IF.
SKH051     IF RFU-ALREADY-SENT OF WORKER
SKH051        @CWERR,ZSR012,"XXXX0240","LOT ALREADY RETURNED",,\
SKH051           "I","2","0","N","01"
SKH051        MOVE 8 TO RETURN-CODE
SKH051        STOP RUN
SKH051     END-IF.

SKH051     MOVE "ZSR012"                  TO RUNCTL-STEP OF RUNCTL-AREA.
SKH055     MOVE DATDAY-CUR OF WORKER    TO RUNCTL-REFOPN OF RUNCTL-AREA.
SKH051     MOVE NOMFIC OF ZSR012        TO RUNCTL-NOMFIC OF RUNCTL-AREA.
SKH051     PERFORM RUNCTL-START THRU RUNCTL-START-FN.

SKH051 INIT-DAY-FN.
SKH051*------------*
SKH051     EXIT.

SKH051* --> The lot's format and business date come off its own ZST005
SKH055*     row; the day run for them, if any, sits under that date
SKH055*     (see INIT-DAY), so an earlier day's return is still found
SKH055*     after later days' runs.

SKH051 CHECK-DAY-SENT.
SKH051*---------------*
SKH051     MOVE "N"                     TO SWIRFU OF WORKER.
SKH052     MOVE SPACES                  TO NOMFIC-LOT OF WORKER.

SKH051     MOVE SPACES                  TO AGD12-01.
SKH051     MOVE "ZST005"                TO STEP-RC   OF AGD12-01.
SKH051     MOVE REFOPN OF ZSR012        TO REFOPN-RC OF AGD12-01.
SKH051     @START,"1","GE",AGD12-01,XX.
SKH051     IF ACCESS-OK
SKH051        @READNX,AGD12-01,XX
SKH051     END-IF.
SKH051     IF NOT ACCESS-OK
SKH051     OR STEP-RC OF AGD12-01 NOT = "ZST005"
SKH051     OR REFOPN-RC OF AGD12-01 NOT = REFOPN OF ZSR012
SKH051        GO CHECK-DAY-SENT-FN
SKH051     END-IF.
SKH051     MOVE NOMFIC-RC OF AGD12-01   TO NOMFIC-LOT OF WORKER.
SKH051     MOVE DATBUS-RC OF AGD12-01   TO DATBUS-LOT OF WORKER.

SKH051     MOVE SPACES                  TO AGD12-01.
SKH051     MOVE "ZSR012"                TO STEP-RC   OF AGD12-01.
SKH055     MOVE DATBUS-LOT OF WORKER    TO REFOPN-RC OF AGD12-01.
SKH051     MOVE NOMFIC-LOT OF WORKER    TO NOMFIC-RC OF AGD12-01.
SKH051     @READZ,"1",AGD12-01,XX.
SKH051     IF ACCESS-OK
SKH051        AND RUN-ENDED OF AGD12-01
SKH051        AND RETCDE-RC OF AGD12-01 = 0
SKH051        AND DATBUS-RC OF AGD12-01 = DATBUS-LOT OF WORKER
SKH051        MOVE "Y"                  TO SWIRFU OF WORKER
SKH051     END-IF.

SKH051 CHECK-DAY-SENT-FN.
SKH051*------------------*
SKH051     EXIT.


SKH030* ==========================================
SKH030* Methodological copy for run-control handle
SKH030* ==========================================
