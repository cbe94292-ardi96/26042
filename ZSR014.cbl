      *     A difference on the input side can also be money banked to  *
      *     the AGD11-01 suspense by a partial-allocation run; the      *
      *     AGR006 listing of the lot itemizes that.                    *
SKH051*                                                                 *
SKH051*     Run with a blank REFOPN it gives the combined day view of   *
SKH051*     the format - every delivery ZST005 posted for the NOMFIC    *
SKH051*     on the business date, cross-footed together on the AGD06 /  *
SKH051*     AGD09 / AGD07 side. The input side is audited per delivery  *
SKH051*     only: by then the morning file image has been replaced.     *
SKH055*     AGD06-01, AGD09-01 and AGD07-01 all keep every lot, so the  *
SKH055*     morning delivery's rows are still there to be added in.     *
SKH053*     The agency fee rows ZSR022 adds to AGD07-01 (TYPGL "F") are *
SKH053*     not collected money and stay out of the GL side's figures.  *
      *                                                                 *
      *******************************************************************
      *                                                                 *
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  MNT-EDIT2                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
SKH051*        Lot being read back - REFOPN in the per-delivery audit,
SKH051*        each lot of the day in turn in the day view.
SKH051     03  LOT-CUR                    PIC X(10).
SKH051     03  LOT-CHK                    PIC X(10).
SKH051     03  DATDAY-CUR                 PIC X(08).
SKH051     03  I1                         PIC 9(02).
SKH051     03  SWIDAY                     PIC X(01).
SKH051         88  DAYVUE-YES                   VALUE "Y".
SKH051         88  DAYVUE-NO                    VALUE "N".
SKH051     03  SWILOT                     PIC X(01).
SKH051         88  LOT-IN-SCOPE                 VALUE "Y".
SKH051         88  LOT-OUT-SCOPE                VALUE "N".

       01  CWITF.
           COPY CW-ITF.
       INIT-ZSR014.
      *------------*

SKH051     IF REFOPN OF ZSR014 = SPACES
SKH051        MOVE "Y"                    TO SWIDAY OF WORKER
SKH051     ELSE
SKH051        MOVE "N"                    TO SWIDAY OF WORKER
SKH051     END-IF.
SKH051     MOVE REFOPN OF ZSR014          TO LOT-CUR OF WORKER.
SKH051     IF DATDAY OF ZSR014 = SPACES
SKH051        MOVE DATBUS OF CWTECH       TO DATDAY-CUR OF WORKER
SKH051     ELSE
SKH051        MOVE DATDAY OF ZSR014       TO DATDAY-CUR OF WORKER
SKH051     END-IF.

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD07-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"OUT",AGR018-01.
           @OPEN,"IO",AGD12-01.

SKH051     IF DAYVUE-NO OF WORKER
           EVALUATE NOMFIC OF ZSR014
              WHEN "ANG"
                 @OPEN,"IN",ZSL04-01
                 @OPEN,"IO",ZSD05-01
              WHEN "PYR"
                 @OPEN,"IO",ZSD06-01
           END-EVALUATE
SKH051     END-IF.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR014"                  TO CURRENT-PGM OF CW-ITF.
           MOVE 0 TO CNT-IMBAL OF WORKER.
           MOVE 0 TO RETURN-CODE.

SKH051     IF DAYVUE-YES OF WORKER
SKH051        PERFORM INIT-DAY THRU INIT-DAY-FN
SKH051        GO INIT-ZSR014-RUN
SKH051     END-IF.

      * Run-control gate: the lot's ZST005 run must have ended clean -
      * auditing a half-written lot reports nothing but noise.
           MOVE SPACES                    TO RUNCTL-AREA.
      * Batch processing
      * ================

SKH051 INIT-ZSR014-RUN.
SKH051*----------------*

SKH051     IF DAYVUE-YES OF WORKER
SKH051        PERFORM VARYING I1 FROM 1 BY 1
SKH051           UNTIL I1 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051           MOVE RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I1)
SKH051                                    TO LOT-CUR OF WORKER
SKH051           PERFORM SCAN-AGD06 THRU SCAN-AGD06-FN
SKH051        END-PERFORM
SKH051     ELSE
           EVALUATE NOMFIC OF ZSR014
              WHEN "ANG"
                 PERFORM SCAN-ANG THRU SCAN-ANG-FN
                 PERFORM SCAN-OTH THRU SCAN-OTH-FN
              WHEN "PYR"
                 PERFORM SCAN-PYR THRU SCAN-PYR-FN
           END-EVALUATE
SKH051        PERFORM SCAN-AGD06 THRU SCAN-AGD06-FN
SKH051     END-IF.

           PERFORM SCAN-AGD09 THRU SCAN-AGD09-FN.
           PERFORM SCAN-AGD07 THRU SCAN-AGD07-FN.

           @CLOSE,AGR018-01.
           @CLOSE,AGD12-01.

SKH051     IF DAYVUE-NO OF WORKER
           EVALUATE NOMFIC OF ZSR014
              WHEN "ANG"
                 @CLOSE,ZSL04-01
                 @CLOSE,ZSD05-01
              WHEN "PYR"
                 @CLOSE,ZSD06-01
           END-EVALUATE
SKH051     END-IF.

           STOP RUN.

      *------------*

           INITIALIZE AGD06-01.
SKH051     MOVE LOT-CUR OF WORKER       TO REFLOT OF AGD06-01.
           @START,"1","GE",AGD06-01,XX.
           IF ACCESS-OK
              @READNX,AGD06-01,XX

           PERFORM LOOP-AGD06 THRU LOOP-AGD06-FN
                         UNTIL NOT ACCESS-OK
SKH051                   OR REFLOT OF AGD06-01 NOT = LOT-CUR OF WORKER.

       SCAN-AGD06-FN.
      *---------------*
       LOOP-AGD06.
      *------------*

SKH047* A "2002" row was moved to another account by ZST010 - its
SKH047* replacement "2000" row in the same lot already carries it.
SKH047     IF NOMFIC-AGD OF AGD06-01 = NOMFIC OF ZSR014
SKH047        AND STAEVT OF AGD06-01 NOT = "2002"
              IF STAEVT OF AGD06-01 = "2000"
                 ADD 1 TO A06-CNT-ALL OF WORKER
                 ADD MONMVT-AGD OF AGD06-01 TO A06-MNT-ALL OF WORKER
       LOOP-AGD09.
      *------------*

SKH051     MOVE REFOPN-HIS OF AGD09-01  TO LOT-CHK OF WORKER.
SKH051     PERFORM CHECK-LOT THRU CHECK-LOT-FN.
SKH051     IF LOT-IN-SCOPE OF WORKER
              AND NOMFIC-HIS OF AGD09-01 = NOMFIC OF ZSR014
              AND NOT STAHIS-REVERSED OF AGD09-01
              ADD 1 TO A09-CNT OF WORKER
       LOOP-AGD07.
      *------------*

SKH051     MOVE REFOPN-GL OF AGD07-01   TO LOT-CHK OF WORKER.
SKH051     PERFORM CHECK-LOT THRU CHECK-LOT-FN.
SKH051     IF LOT-IN-SCOPE OF WORKER
              AND NOMFIC-GL OF AGD07-01 = NOMFIC OF ZSR014
SKH053        AND NOT TYPGL-FEE OF AGD07-01
              ADD CNT-OK-GL OF AGD07-01 TO A07-CNT OF WORKER
              ADD MNT-OK-GL OF AGD07-01 TO A07-MNT OF WORKER
           END-IF.
       PRG-COMPARE.
      *-------------*

SKH051     IF DAYVUE-YES OF WORKER
SKH051        MOVE SPACES TO LIGNE OF AGR018-01
SKH051        STRING "DAY VIEW - INPUT SIDE AUDITED PER DELIVERY ONLY"
SKH051               DELIMITED BY SIZE INTO LIGNE OF AGR018-01
SKH051        END-STRING
SKH051        @WRITE,AGR018-01,XX
SKH051        GO PRG-COMPARE-LEDGER
SKH051     END-IF.

           IF CTL-PRESENT OF WORKER
              MOVE "CONTROL VS DETAILS  " TO CMP-LBL    OF WORKER
              MOVE "CONTROL"              TO CMP-SIDE-A OF WORKER
           END-ADD.
           PERFORM WRITE-COMPARE THRU WRITE-COMPARE-FN.

SKH051 PRG-COMPARE-LEDGER.
SKH051*-------------------*

           MOVE "AGD06 VS AGD09      "    TO CMP-LBL    OF WORKER.
           MOVE "AGD06"                   TO CMP-SIDE-A OF WORKER.
           MOVE "AGD09"                   TO CMP-SIDE-B OF WORKER.
      *------------------*
           EXIT.

SKH051* ==========================================
SKH051* Combined day view of one format
SKH051* ==========================================

SKH051* --> Every lot of the day must have ended clean, the same rule
SKH051*     the per-delivery gate applies to its one lot. The day view
SKH055*     keeps its own run-control row, with the business date in
SKH055*     its lot field so that each day's row is kept.

SKH051 INIT-DAY.
SKH051*---------*
SKH051     MOVE SPACES                    TO RUNCTL-AREA.
SKH051     MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
SKH051     MOVE NOMFIC OF ZSR014  TO RUNCTL-PRED-NOMFIC OF RUNCTL-AREA.
SKH051     MOVE DATDAY-CUR OF WORKER    TO RUNCTL-DATBUS OF RUNCTL-AREA.
SKH051     PERFORM RUNCTL-DAY-LOTS THRU RUNCTL-DAY-LOTS-FN.

SKH051     MOVE "Y"               TO RUNCTL-GATE-SWI OF RUNCTL-AREA.
SKH051     IF RUNCTL-DAY-NBR OF RUNCTL-AREA = 0
SKH051        MOVE "N"            TO RUNCTL-GATE-SWI OF RUNCTL-AREA
SKH051     END-IF.
SKH051     PERFORM VARYING I1 FROM 1 BY 1
SKH051        UNTIL I1 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        IF RUNCTL-DAY-STA OF RUNCTL-AREA (I1) NOT = "Y"
SKH051           MOVE "N"         TO RUNCTL-GATE-SWI OF RUNCTL-AREA
SKH051        END-IF
SKH051     END-PERFORM.
SKH051     IF GATE-BLOCKED OF RUNCTL-AREA
SKH051        @CWERR,ZSR014,"XXXX0240","ZST005 GATE",,"I","2",\
SKH051           "0","N","01"
SKH051        MOVE 8 TO RETURN-CODE
SKH051        STOP RUN
SKH051     END-IF.

SKH051     MOVE "ZSR014"                  TO RUNCTL-STEP OF RUNCTL-AREA.
SKH055     MOVE DATDAY-CUR OF WORKER    TO RUNCTL-REFOPN OF RUNCTL-AREA.
SKH051     MOVE NOMFIC OF ZSR014        TO RUNCTL-NOMFIC OF RUNCTL-AREA.
SKH051     PERFORM RUNCTL-START THRU RUNCTL-START-FN.

SKH051     MOVE SPACES                    TO LIGNE OF AGR018-01.
SKH051     STRING "ZSR014 RECONCILIATION AUDIT - DAY VIEW "
SKH051            NOMFIC OF ZSR014
SKH051            " DATBUS "
SKH051            DATDAY-CUR OF WORKER
SKH051            DELIMITED BY SIZE INTO LIGNE OF AGR018-01
SKH051     END-STRING.
SKH051     @WRITE,AGR018-01,XX.

SKH051     PERFORM VARYING I1 FROM 1 BY 1
SKH051        UNTIL I1 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        MOVE SPACES                 TO LIGNE OF AGR018-01
SKH051        STRING "  LOT "
SKH051               RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I1)
SKH051               " DELIVERY "
SKH051               RUNCTL-DAY-NUMLIV OF RUNCTL-AREA (I1)
SKH051               DELIMITED BY SIZE INTO LIGNE OF AGR018-01
SKH051        END-STRING
SKH051        @WRITE,AGR018-01,XX
SKH051     END-PERFORM.

SKH051 INIT-DAY-FN.
SKH051*------------*
SKH051     EXIT.

SKH051* --> Is LOT-CHK one of the lots being audited?

SKH051 CHECK-LOT.
SKH051*----------*
SKH051     MOVE "N"                     TO SWILOT OF WORKER.
SKH051     IF DAYVUE-NO OF WORKER
SKH051        IF LOT-CHK OF WORKER = REFOPN OF ZSR014
SKH051           MOVE "Y"               TO SWILOT OF WORKER
SKH051        END-IF
SKH051        GO CHECK-LOT-FN
SKH051     END-IF.

SKH051     PERFORM VARYING I1 FROM 1 BY 1
SKH051        UNTIL I1 > RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        OR LOT-IN-SCOPE OF WORKER
SKH051        IF RUNCTL-DAY-REFOPN OF RUNCTL-AREA (I1) =
SKH051           LOT-CHK OF WORKER
SKH051           MOVE "Y"               TO SWILOT OF WORKER
SKH051        END-IF
SKH051     END-PERFORM.

SKH051 CHECK-LOT-FN.
SKH051*-------------*
SKH051     EXIT.

      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================
