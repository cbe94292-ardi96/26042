      *******************************************************************
      *                                                                 *
      *            ZSR017 : Bank Credit-Advice Matching                 *
      *     Ties the money the agencies actually paid in (the bank's    *
      *     credit advices, ZSD12-01) back to the settled REFOPN lots   *
      *     it pays for. Each lot of the range passed in is totalled    *
      *     per NOMFIC-AGD off AGD06-01 - accepted plus rejected, the   *
      *     same two columns ZST005's TOTNOM report gives per format -  *
      *     and each credit is paired with a lot of its own agency:     *
      *     first on the lot reference quoted in the payment narrative, *
      *     failing that on an unfunded lot of exactly the amount paid. *
      *     Three listings come out: credits matched (with the lot      *
      *     total, what was credited against it and the difference),    *
      *     credits that match no lot, and lots nothing was credited    *
      *     against - so finance can chase an agency for short or late  *
      *     remittances before the month is closed.                     *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR017.
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
           @COPFIC, AGD12-01.
           @COPFIC, AGR022-01.
           @COPFIC, AGR023-01.
           @COPFIC, AGR024-01.
           @COPFIC, ZSD12-01.
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

      *        One entry per lot + format of the range. A lot carries
      *        one format per run, but the key keeps the two apart in
      *        case a range spans a re-keyed lot.
           03  NBLOT                      PIC 9(03).
           03  LOTTAB OCCURS 200.
               05  LOTTAB-REF             PIC X(10).
               05  LOTTAB-NOM             PIC X(03).
               05  LOTTAB-CNT             PIC 9(07).
               05  LOTTAB-MNT             PIC S9(14)V9(02) COMP-3.
               05  LOTTAB-CRD             PIC S9(14)V9(02) COMP-3.
               05  LOTTAB-NBC             PIC 9(03).
           03  I-LOT                      PIC 9(03).
           03  I-FND                      PIC 9(03).
           03  MONCRD-N                   PIC S9(14)V9(02) COMP-3.
           03  MONDIF                     PIC S9(14)V9(02) COMP-3.

           03  CNT-CRD                    PIC 9(07).
           03  CNT-MATCH                  PIC 9(07).
           03  CNT-NOMATCH                PIC 9(07).
           03  CNT-UNFUND                 PIC 9(07).
           03  CNT-DIFF                   PIC 9(07).
           03  CNT-OVFL                   PIC 9(07).
           03  TOT-MATCH                  PIC S9(14)V9(02) COMP-3.
           03  TOT-NOMATCH                PIC S9(14)V9(02) COMP-3.
           03  TOT-UNFUND                 PIC S9(14)V9(02) COMP-3.
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  NBC-EDIT                   PIC ZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  CRD-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  DIF-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR017C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR017.
      *------------*

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",ZSD12-01.
           @OPEN,"OUT",AGR022-01.
           @OPEN,"OUT",AGR023-01.
           @OPEN,"OUT",AGR024-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR017"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO NBLOT       OF WORKER.
           MOVE 0                         TO CNT-CRD     OF WORKER.
           MOVE 0                         TO CNT-MATCH   OF WORKER.
           MOVE 0                         TO CNT-NOMATCH OF WORKER.
           MOVE 0                         TO CNT-UNFUND  OF WORKER.
           MOVE 0                         TO CNT-DIFF    OF WORKER.
           MOVE 0                         TO CNT-OVFL    OF WORKER.
           MOVE 0                         TO TOT-MATCH   OF WORKER.
           MOVE 0                         TO TOT-NOMATCH OF WORKER.
           MOVE 0                         TO TOT-UNFUND  OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: a lot still being posted has no final total
      * to hold a credit against.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR017"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZSR017,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
SKH056     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR022-01.
           STRING "ZSR017 CREDITS MATCHED - LOTS "
                  REFFRM OF ZSR017
                  " TO "
                  REFTO  OF ZSR017
                  DELIMITED BY SIZE INTO LIGNE OF AGR022-01
           END-STRING.
           @WRITE,AGR022-01,XX.

           MOVE SPACES                    TO LIGNE OF AGR023-01.
           STRING "ZSR017 CREDITS WITH NO LOT - LOTS "
                  REFFRM OF ZSR017
                  " TO "
                  REFTO  OF ZSR017
                  DELIMITED BY SIZE INTO LIGNE OF AGR023-01
           END-STRING.
           @WRITE,AGR023-01,XX.

           MOVE SPACES                    TO LIGNE OF AGR024-01.
           STRING "ZSR017 LOTS NOT FUNDED - LOTS "
                  REFFRM OF ZSR017
                  " TO "
                  REFTO  OF ZSR017
                  DELIMITED BY SIZE INTO LIGNE OF AGR024-01
           END-STRING.
           @WRITE,AGR024-01,XX.

      * ================
      * Batch processing
      * ================

      * --> Pass 1 : what each lot of the range should have brought in

           PERFORM START-LOT THRU START-LOT-FN.
           PERFORM LOOP-LOT THRU LOOP-LOT-FN
                         UNTIL NOT ACCESS-OK
                         OR REFLOT OF AGD06-01 > REFTO OF ZSR017.

      * --> Pass 2 : every credit the bank advised

           PERFORM START-CRD THRU START-CRD-FN.
           PERFORM LOOP-CRD THRU LOOP-CRD-FN
                         UNTIL NOT ACCESS-OK.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-CRD OF WORKER       TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-MATCH OF WORKER     TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD06-01.
           @CLOSE,AGD12-01.
           @CLOSE,ZSD12-01.
           @CLOSE,AGR022-01.
           @CLOSE,AGR023-01.
           @CLOSE,AGR024-01.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

       START-LOT.
      *-----------*

           INITIALIZE AGD06-01.
           MOVE REFFRM OF ZSR017        TO REFLOT OF AGD06-01.

           @START,"1","GE",AGD06-01,XX.
           IF ACCESS-OK
              @READNX,AGD06-01,XX
           END-IF.

       START-LOT-FN.
      *--------------*
           EXIT.

      * --> Insurance marker lines repeat part of a main posting's
      *     amount (see ZSR014) - the agency pays the main line once.

       LOOP-LOT.
      *----------*

SKH047* A "2002" row was moved to another account by ZST010 - its
SKH047* replacement "2000" row in the same lot already carries it.
SKH047     IF NOT INSIND-YES OF AGD06-01
SKH047        AND STAEVT OF AGD06-01 NOT = "2002"
              PERFORM ADD-LOT THRU ADD-LOT-FN
           END-IF.

           @READNX,AGD06-01,XX.

       LOOP-LOT-FN.
      *------------*
           EXIT.


       ADD-LOT.
      *---------*

           MOVE 0                       TO I-FND OF WORKER.
           PERFORM VARYING I-LOT FROM 1 BY 1
              UNTIL I-LOT > NBLOT OF WORKER
              OR I-FND OF WORKER > 0
              IF LOTTAB-REF OF WORKER(I-LOT) = REFLOT OF AGD06-01
                 AND LOTTAB-NOM OF WORKER(I-LOT) =
                     NOMFIC-AGD OF AGD06-01
                 MOVE I-LOT             TO I-FND OF WORKER
              END-IF
           END-PERFORM.

           IF I-FND OF WORKER = 0
              IF NBLOT OF WORKER < 200
                 ADD 1                  TO NBLOT OF WORKER
                 MOVE NBLOT OF WORKER   TO I-FND OF WORKER
                 MOVE REFLOT OF AGD06-01
                    TO LOTTAB-REF OF WORKER(I-FND OF WORKER)
                 MOVE NOMFIC-AGD OF AGD06-01
                    TO LOTTAB-NOM OF WORKER(I-FND OF WORKER)
                 MOVE 0 TO LOTTAB-CNT OF WORKER(I-FND OF WORKER)
                 MOVE 0 TO LOTTAB-MNT OF WORKER(I-FND OF WORKER)
                 MOVE 0 TO LOTTAB-CRD OF WORKER(I-FND OF WORKER)
                 MOVE 0 TO LOTTAB-NBC OF WORKER(I-FND OF WORKER)
              ELSE
                 ADD 1 TO CNT-OVFL OF WORKER
                 GO ADD-LOT-FN
              END-IF
           END-IF.

           ADD 1 TO LOTTAB-CNT OF WORKER(I-FND OF WORKER).
           ADD MONMVT-AGD OF AGD06-01
                          TO LOTTAB-MNT OF WORKER(I-FND OF WORKER).

       ADD-LOT-FN.
      *------------*
           EXIT.


       START-CRD.
      *-----------*

           INITIALIZE ZSD12-01.
           MOVE SPACES                  TO NOMFIC OF ZSD12-01.
           @START,"1","GE",ZSD12-01,XX.
           IF ACCESS-OK
              @READNX,ZSD12-01,XX
           END-IF.

       START-CRD-FN.
      *--------------*
           EXIT.


       LOOP-CRD.
      *----------*

           PERFORM MATCH-CRD THRU MATCH-CRD-FN.

           @READNX,ZSD12-01,XX.

       LOOP-CRD-FN.
      *------------*
           EXIT.

      * --> A narrative quoting the lot reference is taken at its word,
      *     even onto a lot already part-funded (an agency paying one
      *     lot in two transfers). Without one, the credit goes to the
      *     first lot of its agency not yet funded whose total is the
      *     exact amount paid - never to a funded one, where a second
      *     credit of the same size is more likely the next lot's money.

       MATCH-CRD.
      *-----------*

           ADD 1 TO CNT-CRD OF WORKER.

           @MONTAN,"I","4", MONCRD-N OF WORKER,\
           MONCRD OF ZSD12-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE SPACES TO LIGNE OF AGR023-01
              STRING NOMFIC OF ZSD12-01
                     " "
                     DATVAL OF ZSD12-01
                     " "
                     REFPAY OF ZSD12-01
                     " AMOUNT NOT NUMERIC: "
                     MONCRD OF ZSD12-01
                     DELIMITED BY SIZE INTO LIGNE OF AGR023-01
              END-STRING
              @WRITE,AGR023-01,XX
              ADD 1 TO CNT-NOMATCH OF WORKER
              GO MATCH-CRD-FN
           END-IF.

           MOVE 0                       TO I-FND OF WORKER.
           PERFORM VARYING I-LOT FROM 1 BY 1
              UNTIL I-LOT > NBLOT OF WORKER
              OR I-FND OF WORKER > 0
              IF LOTTAB-NOM OF WORKER(I-LOT) = NOMFIC OF ZSD12-01
                 AND LOTTAB-REF OF WORKER(I-LOT) =
                     REFPAY OF ZSD12-01(1:10)
                 MOVE I-LOT             TO I-FND OF WORKER
              END-IF
           END-PERFORM.

           IF I-FND OF WORKER = 0
              PERFORM VARYING I-LOT FROM 1 BY 1
                 UNTIL I-LOT > NBLOT OF WORKER
                 OR I-FND OF WORKER > 0
                 IF LOTTAB-NOM OF WORKER(I-LOT) = NOMFIC OF ZSD12-01
                    AND LOTTAB-NBC OF WORKER(I-LOT) = 0
                    AND LOTTAB-MNT OF WORKER(I-LOT) =
                        MONCRD-N OF WORKER
                    MOVE I-LOT          TO I-FND OF WORKER
                 END-IF
              END-PERFORM
           END-IF.

           IF I-FND OF WORKER = 0
              PERFORM WRITE-NOMATCH THRU WRITE-NOMATCH-FN
              GO MATCH-CRD-FN
           END-IF.

           ADD 1 TO CNT-MATCH OF WORKER.
           ADD MONCRD-N OF WORKER       TO TOT-MATCH OF WORKER.
           ADD 1 TO LOTTAB-NBC OF WORKER(I-FND OF WORKER).
           ADD MONCRD-N OF WORKER
                          TO LOTTAB-CRD OF WORKER(I-FND OF WORKER).

           MOVE SPACES TO LIGNE OF AGR022-01.
           MOVE MONCRD-N OF WORKER      TO CRD-EDIT OF WORKER.
           STRING "  CREDIT "
                  NOMFIC OF ZSD12-01
                  " "
                  DATVAL OF ZSD12-01
                  " "
                  REFPAY OF ZSD12-01
                  " "
                  CRD-EDIT OF WORKER
                  " -> LOT "
                  LOTTAB-REF OF WORKER(I-FND OF WORKER)
                  DELIMITED BY SIZE INTO LIGNE OF AGR022-01
           END-STRING.
           @WRITE,AGR022-01,XX.

       MATCH-CRD-FN.
      *-------------*
           EXIT.


       WRITE-NOMATCH.
      *---------------*

           ADD 1 TO CNT-NOMATCH OF WORKER.
           ADD MONCRD-N OF WORKER       TO TOT-NOMATCH OF WORKER.

           MOVE SPACES TO LIGNE OF AGR023-01.
           MOVE MONCRD-N OF WORKER      TO CRD-EDIT OF WORKER.
           STRING NOMFIC OF ZSD12-01
                  " "
                  DATVAL OF ZSD12-01
                  " "
                  REFPAY OF ZSD12-01
                  " CREDITED="
                  CRD-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR023-01
           END-STRING.
           @WRITE,AGR023-01,XX.

       WRITE-NOMATCH-FN.
      *------------------*
           EXIT.

      * --> One line per lot: funded lots on the matched listing with
      *     what is still owed (or was overpaid), the rest on the
      *     unfunded listing with what the agency should have sent.

       PRG-REPORT.
      *------------*

           PERFORM REPORT-LOT THRU REPORT-LOT-FN
                         VARYING I-LOT FROM 1 BY 1
                         UNTIL I-LOT > NBLOT OF WORKER.

           MOVE SPACES TO LIGNE OF AGR022-01.
           MOVE CNT-MATCH OF WORKER TO CNT-EDIT OF WORKER.
           MOVE TOT-MATCH OF WORKER TO MNT-EDIT OF WORKER.
           STRING "CREDITS MATCHED=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR022-01
           END-STRING.
           @WRITE,AGR022-01,XX.

           MOVE SPACES TO LIGNE OF AGR022-01.
           MOVE CNT-DIFF OF WORKER TO CNT-EDIT OF WORKER.
           STRING "LOTS WITH A DIFFERENCE=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR022-01
           END-STRING.
           @WRITE,AGR022-01,XX.

           MOVE SPACES TO LIGNE OF AGR023-01.
           MOVE CNT-NOMATCH OF WORKER TO CNT-EDIT OF WORKER.
           MOVE TOT-NOMATCH OF WORKER TO MNT-EDIT OF WORKER.
           STRING "CREDITS WITH NO LOT=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR023-01
           END-STRING.
           @WRITE,AGR023-01,XX.

           MOVE SPACES TO LIGNE OF AGR024-01.
           MOVE CNT-UNFUND OF WORKER TO CNT-EDIT OF WORKER.
           MOVE TOT-UNFUND OF WORKER TO MNT-EDIT OF WORKER.
           STRING "LOTS NOT FUNDED=" CNT-EDIT OF WORKER
                  " AMOUNT=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR024-01
           END-STRING.
           @WRITE,AGR024-01,XX.

      * --> Lots beyond the table are neither matched nor listed - the
      *     range has to be run again in smaller pieces.

           IF CNT-OVFL OF WORKER > 0
              MOVE SPACES TO LIGNE OF AGR024-01
              MOVE CNT-OVFL OF WORKER TO CNT-EDIT OF WORKER
              STRING "LOT TABLE FULL - POSTINGS NOT CHECKED="
                     CNT-EDIT OF WORKER
                     " - RERUN WITH A NARROWER RANGE"
                     DELIMITED BY SIZE INTO LIGNE OF AGR024-01
              END-STRING
              @WRITE,AGR024-01,XX
           END-IF.

           IF CNT-NOMATCH OF WORKER > 0
              OR CNT-UNFUND OF WORKER > 0
              OR CNT-DIFF OF WORKER > 0
              OR CNT-OVFL OF WORKER > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       PRG-REPORT-FN.
      *---------------*
           EXIT.


       REPORT-LOT.
      *------------*

           MOVE LOTTAB-MNT OF WORKER(I-LOT) TO MNT-EDIT OF WORKER.
           MOVE LOTTAB-CNT OF WORKER(I-LOT) TO CNT-EDIT OF WORKER.

           IF LOTTAB-NBC OF WORKER(I-LOT) = 0
              ADD 1 TO CNT-UNFUND OF WORKER
              ADD LOTTAB-MNT OF WORKER(I-LOT) TO TOT-UNFUND OF WORKER
              MOVE SPACES TO LIGNE OF AGR024-01
              STRING LOTTAB-REF OF WORKER(I-LOT)
                     " "
                     LOTTAB-NOM OF WORKER(I-LOT)
                     " ROWS="
                     CNT-EDIT OF WORKER
                     " LOT TOTAL="
                     MNT-EDIT OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR024-01
              END-STRING
              @WRITE,AGR024-01,XX
              GO REPORT-LOT-FN
           END-IF.

           COMPUTE MONDIF OF WORKER = LOTTAB-CRD OF WORKER(I-LOT) -
                                      LOTTAB-MNT OF WORKER(I-LOT)
           END-COMPUTE.
           IF MONDIF OF WORKER NOT = 0
              ADD 1 TO CNT-DIFF OF WORKER
           END-IF.

           MOVE LOTTAB-CRD OF WORKER(I-LOT) TO CRD-EDIT OF WORKER.
           MOVE MONDIF OF WORKER            TO DIF-EDIT OF WORKER.
           MOVE LOTTAB-NBC OF WORKER(I-LOT) TO NBC-EDIT OF WORKER.
           MOVE SPACES TO LIGNE OF AGR022-01.
           STRING LOTTAB-REF OF WORKER(I-LOT)
                  " "
                  LOTTAB-NOM OF WORKER(I-LOT)
                  " LOT TOTAL="
                  MNT-EDIT OF WORKER
                  " CREDITED="
                  CRD-EDIT OF WORKER
                  " ("
                  NBC-EDIT OF WORKER
                  ") DIFF="
                  DIF-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR022-01
           END-STRING.
           @WRITE,AGR022-01,XX.

       REPORT-LOT-FN.
      *---------------*
           EXIT.

      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
