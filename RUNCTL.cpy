      *           - RUNCTL-END        : complete it with the end       *
      *                                  stamps, RETURN-CODE and the   *
      *                                  RUNCTL-CNTRD/CNTWR counters.  *
SKH051*           - RUNCTL-DAY-LOTS   : list every lot the RUNCTL-PRED *
SKH051*                                  step ran for one format on    *
SKH051*                                  RUNCTL-DATBUS - the morning   *
SKH051*                                  file and any supplementary    *
SKH051*                                  deliveries - into the         *
SKH051*                                  RUNCTL-DAY-LOT table.         *
      *           The program must have AGD12-01 open ("IO") and the   *
      *           RUNCTLC area filled in.                              *
      *****************************************************************
           IF RUNCTL-PRED-NOMFIC OF RUNCTL-AREA NOT = SPACES
              MOVE RUNCTL-PRED-NOMFIC OF RUNCTL-AREA
                                     TO NOMFIC-RC OF AGD12-01
SKH051        MOVE RUNCTL-PRED-NUMLIV OF RUNCTL-AREA
SKH051                               TO NUMLIV-RC OF AGD12-01
              @READZ,"1",AGD12-01,XX
              IF NOT ACCESS-OK
                 MOVE "N"            TO RUNCTL-GATE-SWI OF RUNCTL-AREA
           MOVE RUNCTL-REFOPN OF RUNCTL-AREA TO REFOPN-RC OF AGD12-01.
           MOVE RUNCTL-NOMFIC OF RUNCTL-AREA TO NOMFIC-RC OF AGD12-01.
SKH032     MOVE RUNCTL-PARTID OF RUNCTL-AREA TO PARTID-RC OF AGD12-01.
SKH051     MOVE RUNCTL-NUMLIV OF RUNCTL-AREA TO NUMLIV-RC OF AGD12-01.

           @READZ,"1",AGD12-01,XX.
           IF ACCESS-OK
                                     TO NOMFIC-RC OF AGD12-01
SKH032        MOVE RUNCTL-PARTID OF RUNCTL-AREA
SKH032                               TO PARTID-RC OF AGD12-01
SKH051        MOVE RUNCTL-NUMLIV OF RUNCTL-AREA
SKH051                               TO NUMLIV-RC OF AGD12-01
              PERFORM RUNCTL-START-FILL THRU RUNCTL-START-FILL-FN
              @WRITE,AGD12-01,XX
           END-IF.
           MOVE RUNCTL-REFOPN OF RUNCTL-AREA TO REFOPN-RC OF AGD12-01.
           MOVE RUNCTL-NOMFIC OF RUNCTL-AREA TO NOMFIC-RC OF AGD12-01.
SKH032     MOVE RUNCTL-PARTID OF RUNCTL-AREA TO PARTID-RC OF AGD12-01.
SKH051     MOVE RUNCTL-NUMLIV OF RUNCTL-AREA TO NUMLIV-RC OF AGD12-01.

           @READZ,"1",AGD12-01,XX.
           IF ACCESS-OK
       RUNCTL-END-FN.
      *---------------*
           EXIT.


SKH051 RUNCTL-DAY-LOTS.
SKH051*----------------*
SKH051* Every row of the RUNCTL-PRED step is looked at - the file is
SKH051* keyed step/lot first, so one format's lots for the day are
SKH051* spread through the step's rows. A partitioned lot has one row
SKH051* per slice but is listed once, clean only if every slice is.

SKH051     MOVE 0                    TO RUNCTL-DAY-NBR OF RUNCTL-AREA.

SKH051     MOVE SPACES               TO AGD12-01.
SKH051     MOVE RUNCTL-PRED OF RUNCTL-AREA
SKH051                               TO STEP-RC OF AGD12-01.

SKH051     @START,"1","GE",AGD12-01,XX.
SKH051     IF ACCESS-OK
SKH051        @READNX,AGD12-01,XX
SKH051     END-IF.

SKH051     PERFORM UNTIL NOT ACCESS-OK
SKH051     OR STEP-RC OF AGD12-01 NOT = RUNCTL-PRED OF RUNCTL-AREA
SKH051        IF NOMFIC-RC OF AGD12-01 =
SKH051           RUNCTL-PRED-NOMFIC OF RUNCTL-AREA
SKH051           AND DATBUS-RC OF AGD12-01 =
SKH051               RUNCTL-DATBUS OF RUNCTL-AREA
SKH051           PERFORM RUNCTL-DAY-ONE THRU RUNCTL-DAY-ONE-FN
SKH051        END-IF
SKH051        @READNX,AGD12-01,XX
SKH051     END-PERFORM.

SKH051 RUNCTL-DAY-LOTS-FN.
SKH051*-------------------*
SKH051     EXIT.


SKH051 RUNCTL-DAY-ONE.
SKH051*---------------*
SKH051     MOVE "N"                  TO RUNCTL-DAY-SWI OF RUNCTL-AREA.
SKH051     PERFORM VARYING RUNCTL-DAY-I OF RUNCTL-AREA FROM 1 BY 1
SKH051        UNTIL RUNCTL-DAY-I OF RUNCTL-AREA >
SKH051              RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051        OR DAY-LOT-KNOWN OF RUNCTL-AREA
SKH051        IF RUNCTL-DAY-REFOPN OF RUNCTL-AREA
SKH051           (RUNCTL-DAY-I OF RUNCTL-AREA) = REFOPN-RC OF AGD12-01
SKH051           MOVE "Y"            TO RUNCTL-DAY-SWI OF RUNCTL-AREA
SKH051        END-IF
SKH051     END-PERFORM.

SKH051     IF DAY-LOT-KNOWN OF RUNCTL-AREA
SKH051        SUBTRACT 1 FROM RUNCTL-DAY-I OF RUNCTL-AREA
SKH051     ELSE
SKH051        IF RUNCTL-DAY-NBR OF RUNCTL-AREA < 9
SKH051           ADD 1 TO RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051           MOVE RUNCTL-DAY-NBR OF RUNCTL-AREA
SKH051                               TO RUNCTL-DAY-I OF RUNCTL-AREA
SKH051           MOVE REFOPN-RC OF AGD12-01 TO RUNCTL-DAY-REFOPN
SKH051              OF RUNCTL-AREA (RUNCTL-DAY-I OF RUNCTL-AREA)
SKH051           MOVE NUMLIV-RC OF AGD12-01 TO RUNCTL-DAY-NUMLIV
SKH051              OF RUNCTL-AREA (RUNCTL-DAY-I OF RUNCTL-AREA)
SKH051           MOVE "Y"            TO RUNCTL-DAY-STA
SKH051              OF RUNCTL-AREA (RUNCTL-DAY-I OF RUNCTL-AREA)
SKH051        ELSE
SKH051           GO RUNCTL-DAY-ONE-FN
SKH051        END-IF
SKH051     END-IF.

SKH051     IF NOT RUN-ENDED OF AGD12-01
SKH051     OR RETCDE-RC OF AGD12-01 NOT = 0
SKH051        MOVE "N"               TO RUNCTL-DAY-STA
SKH051           OF RUNCTL-AREA (RUNCTL-DAY-I OF RUNCTL-AREA)
SKH051     END-IF.

SKH051 RUNCTL-DAY-ONE-FN.
SKH051*------------------*
SKH051     EXIT.
