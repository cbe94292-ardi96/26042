SKH044         88  PART-STALE                   VALUE "N".
SKH044     03  PARTID-SAV                 PIC X(02).
SKH044     03  NOMFIC-SAV                 PIC X(03).
SKH055     03  SWIGL                      PIC X(01).
SKH055         88  GL-ROW-FOUND                 VALUE "Y".
SKH055         88  GL-ROW-NEW                   VALUE "N".
           03  CNT-PART                   PIC 9(07).
SKH044     03  CNT-STALE                  PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
      *------------*

           @OPEN,"IO",AGD15-01.
SKH055     @OPEN,"IO",AGD07-01.
           @OPEN,"IO",AGD10-01.
           @OPEN,"OUT",AGR005-01.
           @OPEN,"IO",AGD12-01.
SKH044 CHECK-PART-LIVE.
SKH044*----------------*
SKH044* The AGD12-01 row of the ZST005 run that banked this AGD15-01
SKH044* row - the AGD15-01 position is untouched (different file).
SKH044* The key fields are taken off the AGD15-01 buffer before
SKH044* AGD12-01 is built.
SKH055* The row sits under its delivery number (NUMLIV-RC "2".."9"
SKH055* for a supplementary delivery), which the banked totals do
SKH055* not carry - a lot reference belongs to one delivery only, so
SKH055* the first row at or after the blank-NUMLIV key that still
SKH055* matches step, lot, format and partition is the one.

SKH044     MOVE PARTID-PT OF AGD15-01   TO PARTID-SAV OF WORKER.
SKH044     MOVE NOMFIC-PT OF AGD15-01   TO NOMFIC-SAV OF WORKER.
SKH044     MOVE NOMFIC-SAV OF WORKER    TO NOMFIC-RC OF AGD12-01.
SKH044     MOVE PARTID-SAV OF WORKER    TO PARTID-RC OF AGD12-01.

SKH055     @START,"1","GE",AGD12-01,XX.
SKH055     IF ACCESS-OK
SKH055        @READNX,AGD12-01,XX
SKH055     END-IF.
SKH055     IF ACCESS-OK
SKH055        AND STEP-RC OF AGD12-01 = "ZST005"
SKH055        AND REFOPN-RC OF AGD12-01 = REFOPN OF ZST008
SKH055        AND NOMFIC-RC OF AGD12-01 = NOMFIC-SAV OF WORKER
SKH055        AND PARTID-RC OF AGD12-01 = PARTID-SAV OF WORKER
SKH044        AND RUN-ENDED OF AGD12-01
SKH044        AND RETCDE-RC OF AGD12-01 = 0
SKH044        MOVE "Y"                  TO SWILIV OF WORKER
      * totals - the same extract PRG-REPORT-GL cuts in an
      * unsliced ZST005 run.
      * ====================================================
SKH055* AGD07-01 keeps every lot's rows, so a row already on file for
SKH055* this lot is replaced, not written a second time.

       PRG-REPORT-GL.
      *---------------*

           PERFORM VARYING I6 FROM 1 BY 1 UNTIL I6 > NBSOC OF WORKER
SKH055        MOVE SPACES                      TO AGD07-01
SKH055        MOVE REFOPN-KEY OF WORKER        TO REFOPN-GL OF AGD07-01
SKH055        MOVE TOTSOC-SOC OF WORKER(I6)    TO MLTSOC-GL OF AGD07-01
SKH055        MOVE TOTSOC-NOM OF WORKER(I6)    TO NOMFIC-GL OF AGD07-01
SKH055        MOVE "N"                         TO SWIGL OF WORKER
SKH055        @READZ,"1",AGD07-01,XX
SKH055        IF ACCESS-OK
SKH055           MOVE "Y"                      TO SWIGL OF WORKER
SKH055        END-IF
              MOVE SPACES                      TO AGD07-01
              MOVE REFOPN-KEY OF WORKER        TO REFOPN-GL OF AGD07-01
              MOVE TOTSOC-SOC OF WORKER(I6)    TO MLTSOC-GL OF AGD07-01
                                           TO MNT-CAP-GL OF AGD07-01
              MOVE TOTSOC-MNT-INT OF WORKER(I6)
                                           TO MNT-INT-GL OF AGD07-01
SKH055        IF GL-ROW-FOUND OF WORKER
SKH055           @REWRITE,AGD07-01,XX
SKH055        ELSE
SKH055           @WRITE,AGD07-01,XX
SKH055        END-IF
SKH055        IF NOT ACCESS-OK
SKH055           @CWERR,ZST008,"ZST00803","AGD07-01",\
SKH055                         ,"I","1","5","Y","15"
SKH055        END-IF
              ADD 1 TO RUNCTL-CNTWR OF RUNCTL-AREA
           END-PERFORM.

