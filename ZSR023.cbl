      *******************************************************************
      *                                                                 *
      *            ZSR023 : Monthly Agency Collection-Fee Statement     *
SKH055*     Month-end statement, per company and agency format, of      *
      *     every collection fee ZSR022 raised on lots settled in the   *
      *     month: one line per lot with the items and amount the fee   *
      *     was worked from, the rate version used, the fee and the     *
SKH055*     bound that applied, then the agency and company totals -    *
SKH055*     each agency subtotal laid out to be ticked off against the  *
SKH055*     agency's invoice to that company.                           *
      *     Read-only; the figures come straight off AGD21-01.          *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR023.
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
           @COPFIC, AGD21-01.
           @COPFIC, AGR032-01.
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

           03  FEEMTH-WRK                 PIC X(06).
SKH055*        Companies walked in Key "2" order, then the formats.
SKH055     03  I-SOC                      PIC 9(01).
SKH055     03  I-NOM                      PIC 9(01).
           03  NOMTAB.
               05  NOMTAB-COD OCCURS 4    PIC X(03).

           03  CNT-READ                   PIC 9(07).
SKH055     03  NOM-LOT                    PIC 9(05).
SKH055     03  NOM-CNT                    PIC 9(09).
SKH055     03  NOM-MNT                    PIC S9(14)V9(02) COMP-3.
SKH055     03  NOM-FEE                    PIC S9(14)V9(02) COMP-3.
SKH055     03  SOC-LOT                    PIC 9(05).
SKH055     03  SOC-CNT                    PIC 9(09).
SKH055     03  SOC-MNT                    PIC S9(14)V9(02) COMP-3.
SKH055     03  SOC-FEE                    PIC S9(14)V9(02) COMP-3.
           03  TOT-FEE                    PIC S9(14)V9(02) COMP-3.

           03  LOT-EDIT                   PIC ZZZZ9.
           03  CNT-EDIT                   PIC ZZZZZZZZ9.
           03  PCT-EDIT                   PIC ZZ9.99.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  MNT-EDIT2                  PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR023C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR023.
      *------------*

           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD21-01.
           @OPEN,"OUT",AGR032-01.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR023"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO CNT-READ    OF WORKER.
           MOVE 0                         TO TOT-FEE     OF WORKER.
           MOVE 0                         TO RETURN-CODE.

           MOVE "ANG"                TO NOMTAB-COD OF WORKER(1).
           MOVE "BEN"                TO NOMTAB-COD OF WORKER(2).
           MOVE "OTH"                TO NOMTAB-COD OF WORKER(3).
           MOVE "PYR"                TO NOMTAB-COD OF WORKER(4).

      * Blank month: the month of the business date.
           MOVE FEEMTH OF ZSR023          TO FEEMTH-WRK OF WORKER.
           IF FEEMTH-WRK OF WORKER = SPACES
              MOVE DATBUS OF CWTECH (1:6) TO FEEMTH-WRK OF WORKER
           END-IF.

           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR023"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR032-01.
           STRING "ZSR023 AGENCY COLLECTION-FEE STATEMENT - MONTH "
                  FEEMTH-WRK OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR032-01
           END-STRING.
           @WRITE,AGR032-01,XX.

      * ================
      * Batch processing
      * ================

SKH055     PERFORM WALK-SOC THRU WALK-SOC-FN
SKH055                   VARYING I-SOC FROM 1 BY 1
SKH055                   UNTIL I-SOC > 2.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-READ OF WORKER      TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE 0                       TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD12-01.
           @CLOSE,AGD21-01.
           @CLOSE,AGR032-01.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

SKH055* --> One company: its agency formats in turn, then the company
SKH055*     total. A company with no fee in the month prints nothing.

SKH055 WALK-SOC.
SKH055*---------*

SKH055     MOVE 0                         TO SOC-LOT OF WORKER.
SKH055     MOVE 0                         TO SOC-CNT OF WORKER.
SKH055     MOVE 0                         TO SOC-MNT OF WORKER.
SKH055     MOVE 0                         TO SOC-FEE OF WORKER.

SKH055     PERFORM WALK-NOM THRU WALK-NOM-FN
SKH055                   VARYING I-NOM FROM 1 BY 1
SKH055                   UNTIL I-NOM > 4.

SKH055     IF SOC-LOT OF WORKER = 0
SKH055        GO WALK-SOC-FN
SKH055     END-IF.

SKH055     ADD SOC-FEE OF WORKER          TO TOT-FEE OF WORKER.

SKH055     MOVE SPACES TO LIGNE OF AGR032-01.
SKH055     MOVE SOC-LOT OF WORKER         TO LOT-EDIT OF WORKER.
SKH055     MOVE SOC-CNT OF WORKER         TO CNT-EDIT OF WORKER.
SKH055     MOVE SOC-MNT OF WORKER         TO MNT-EDIT OF WORKER.
SKH055     MOVE SOC-FEE OF WORKER         TO MNT-EDIT2 OF WORKER.
SKH055     STRING "TOTAL SOC=" I-SOC
SKH055            "        LOTS=" LOT-EDIT OF WORKER
SKH055            " ITEMS=" CNT-EDIT OF WORKER
SKH055            " BASE=" MNT-EDIT OF WORKER
SKH055            " FEE=" MNT-EDIT2 OF WORKER
SKH055            DELIMITED BY SIZE INTO LIGNE OF AGR032-01
SKH055     END-STRING.
SKH055     @WRITE,AGR032-01,XX.

SKH055     MOVE SPACES TO LIGNE OF AGR032-01.
SKH055     @WRITE,AGR032-01,XX.

SKH055 WALK-SOC-FN.
SKH055*------------*
SKH055     EXIT.

SKH055* --> Key "2" keeps one company's lots of one agency together in
SKH055*     business-date order, so the month is one contiguous run.

SKH055 WALK-NOM.
SKH055*---------*

SKH055     MOVE 0                         TO NOM-LOT OF WORKER.
SKH055     MOVE 0                         TO NOM-CNT OF WORKER.
SKH055     MOVE 0                         TO NOM-MNT OF WORKER.
SKH055     MOVE 0                         TO NOM-FEE OF WORKER.

SKH055     MOVE SPACES                    TO AGD21-01.
SKH055     MOVE I-SOC                     TO MLTSOC-FEE OF AGD21-01.
SKH055     MOVE NOMTAB-COD OF WORKER(I-NOM) TO NOMFIC-FEE OF AGD21-01.
SKH055     MOVE FEEMTH-WRK OF WORKER      TO DATBUS-FEE OF AGD21-01.
SKH055     MOVE "01"                   TO DATBUS-FEE OF AGD21-01 (7:2).
SKH055     @START,"2","GE",AGD21-01,XX.
SKH055     IF ACCESS-OK
SKH055        @READNX,AGD21-01,XX
SKH055     END-IF.

SKH055     PERFORM LOOP-FEE THRU LOOP-FEE-FN
SKH055                   UNTIL NOT ACCESS-OK
SKH055                   OR MLTSOC-FEE OF AGD21-01 NOT = I-SOC
SKH055                   OR NOMFIC-FEE OF AGD21-01 NOT =
SKH055                      NOMTAB-COD OF WORKER(I-NOM)
SKH055                   OR DATBUS-FEE OF AGD21-01 (1:6) NOT =
SKH055                      FEEMTH-WRK OF WORKER.

SKH055     IF NOM-LOT OF WORKER = 0
SKH055        GO WALK-NOM-FN
SKH055     END-IF.

SKH055     ADD NOM-LOT OF WORKER          TO SOC-LOT OF WORKER.
SKH055     ADD NOM-CNT OF WORKER          TO SOC-CNT OF WORKER.
SKH055     ADD NOM-MNT OF WORKER          TO SOC-MNT OF WORKER.
SKH055     ADD NOM-FEE OF WORKER          TO SOC-FEE OF WORKER.

SKH055     MOVE SPACES TO LIGNE OF AGR032-01.
SKH055     MOVE NOM-LOT OF WORKER         TO LOT-EDIT OF WORKER.
SKH055     MOVE NOM-CNT OF WORKER         TO CNT-EDIT OF WORKER.
SKH055     MOVE NOM-MNT OF WORKER         TO MNT-EDIT OF WORKER.
SKH055     MOVE NOM-FEE OF WORKER         TO MNT-EDIT2 OF WORKER.
SKH055     STRING "  SUBTOTAL SOC=" I-SOC
SKH055            " " NOMTAB-COD OF WORKER(I-NOM)
SKH055            " LOTS=" LOT-EDIT OF WORKER
SKH055            " ITEMS=" CNT-EDIT OF WORKER
SKH055            " BASE=" MNT-EDIT OF WORKER
SKH055            " FEE=" MNT-EDIT2 OF WORKER
SKH055            DELIMITED BY SIZE INTO LIGNE OF AGR032-01
SKH055     END-STRING.
SKH055     @WRITE,AGR032-01,XX.

SKH055 WALK-NOM-FN.
SKH055*------------*
SKH055     EXIT.


       LOOP-FEE.
      *---------*

           ADD 1 TO CNT-READ OF WORKER.

SKH055     ADD 1                          TO NOM-LOT OF WORKER.
SKH055     ADD CNT-BAS-FEE OF AGD21-01    TO NOM-CNT OF WORKER.
SKH055     ADD MNT-BAS-FEE OF AGD21-01    TO NOM-MNT OF WORKER.
SKH055     ADD MNT-FEE OF AGD21-01        TO NOM-FEE OF WORKER.

           MOVE SPACES TO LIGNE OF AGR032-01.
           MOVE CNT-BAS-FEE OF AGD21-01   TO CNT-EDIT OF WORKER.
           MOVE MNT-BAS-FEE OF AGD21-01   TO MNT-EDIT OF WORKER.
           MOVE MNT-FEE OF AGD21-01       TO MNT-EDIT2 OF WORKER.
           MOVE PCT-FEE OF AGD21-01       TO PCT-EDIT OF WORKER.
SKH055     STRING "SOC=" MLTSOC-FEE OF AGD21-01
SKH055            " " NOMFIC-FEE OF AGD21-01
                  " LOT=" REFOPN-FEE OF AGD21-01
                  " " DATBUS-FEE OF AGD21-01
                  " ITEMS=" CNT-EDIT OF WORKER
                  " BASE=" MNT-EDIT OF WORKER
                  " RATE=" DATFRM-FEE OF AGD21-01
                  " PCT=" PCT-EDIT OF WORKER
                  " FEE=" MNT-EDIT2 OF WORKER
                  " " BNDFEE OF AGD21-01
                  DELIMITED BY SIZE INTO LIGNE OF AGR032-01
           END-STRING.
           @WRITE,AGR032-01,XX.

           @READNX,AGD21-01,XX.

       LOOP-FEE-FN.
      *------------*
           EXIT.


       PRG-REPORT.
      *-----------*

           MOVE SPACES TO LIGNE OF AGR032-01.
           MOVE CNT-READ OF WORKER        TO CNT-EDIT OF WORKER.
           MOVE TOT-FEE OF WORKER         TO MNT-EDIT OF WORKER.
           STRING "LOTS CHARGED=" CNT-EDIT OF WORKER
                  " FEES FOR THE MONTH=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR032-01
           END-STRING.
           @WRITE,AGR032-01,XX.

       PRG-REPORT-FN.
      *--------------*
           EXIT.


      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

           EXIT.
