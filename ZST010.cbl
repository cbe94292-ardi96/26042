      *******************************************************************
      *                                                                 *
      *            ZST010 : Operator Correction Posting                 *
      *     Moves an accepted AGD06-01 posting that landed on the wrong *
      *     member - a bad ZZ1/ZZ4 mapping at the time it was posted -  *
      *     onto the account it belongs to. Driven by a ZSD13-01        *
      *     transaction file (REFLOT + NUMTEC of the posting, the       *
      *     target account, the reason, and the CW users who keyed and  *
      *     approved it). For each transaction the original AGD06-01    *
      *     row is flipped to STAEVT "2002" / MOTRFU "11" (moved) and   *
      *     its AGD09-01 ledger row marked reversed, the same way       *
      *     ZST005's over-collection path voids a posting; a new        *
      *     accepted row of the same REFLOT is written on the target    *
      *     account, its capital / interest split recomputed against    *
      *     that account's own CDD33-01 schedule, with its own ledger   *
      *     row. The member's insurance marker line of the same lot     *
      *     and month moves with its main posting. When the company or  *
      *     the split changes, an offsetting pair of AGD07-01 GL rows   *
      *     is written so the GL follows the money.                     *
      *                                                                 *
      *     A transaction is refused unless keyer and approver are two  *
      *     different people. Every applied and every refused           *
      *     transaction is kept on the AGD16-01 audit file as well as   *
      *     on the AGR025-01 listing.                                   *
SKH054*                                                                 *
SKH054*     Nor is a posting moved into or out of a month that ZST012   *
SKH054*     has closed, for either company: neither its repayment month *
SKH054*     nor the month its lot settled in (whose AGD07-01 figures    *
SKH054*     the offsetting GL pair would otherwise change).             *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZST010.
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

           @COPFIC, ZSD13-01.
           @COPFIC, AGR025-01.
           @COPFIC, AGD06-01.
           @COPFIC, AGD07-01.
           @COPFIC, AGD09-01.
           @COPFIC, AGD12-01.
           @COPFIC, AGD14-01.
           @COPFIC, AGD16-01.
SKH054     @COPFIC, AGD22-01.
           @COPFIC, CDD01-01.
           @COPFIC, CDD33-01.
           @COPFIC, FCD02-01.
           @MLTCOPY.

      * ====================
      * Copy's of interfaces
      * ====================

           COPY CWFRMTC.
           COPY FCRDC.
           COPY RUNCTLC.
SKH054     COPY PERCTLC.

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

           03  ACCNUM.
               05  ACCNUM-FIR             PIC 9(03).
               05  ACCNUM-LST             PIC 9(27).
           03  NUMSEQ                     PIC X(06).
           03  SEQCOR                     PIC 9(05).
           03  MOTREF                     PIC X(40).
           03  SWITXN                     PIC X(01).
               88  TXN-OK                       VALUE "Y".
               88  TXN-REFUSED                  VALUE "N".
           03  SWIDUP                     PIC X(01).
               88  DUP-FOUND-YES                VALUE "Y".
               88  DUP-FOUND-NO                 VALUE "N", SPACE.
           03  SWIFIN-RBT                 PIC X(01).

      *        The posting being moved, as it stood before the move.
           03  REFLOT-SAV                 PIC X(10).
           03  NUMTEC-SAV                 PIC X(06).
           03  NOMFIC-SAV                 PIC X(03).
           03  RPYMTH-SAV                 PIC X(06).
SKH054     03  DATLOT                     PIC X(08).
           03  MONMVT-SAV                 PIC S9(14)V9(02) COMP-3.
           03  NUMCPT-OLD                 PIC X(12).
           03  MLTSOC-OLD                 PIC 9(01).
           03  MONCAP-OLD                 PIC S9(14)V9(02) COMP-3.
           03  MONINT-OLD                 PIC S9(14)V9(02) COMP-3.
      *        Where it goes.
           03  MLTSOC-NEW                 PIC 9(01).
           03  MONCAP-NEW                 PIC S9(14)V9(02) COMP-3.
           03  MONINT-NEW                 PIC S9(14)V9(02) COMP-3.
           03  MONRBT-INT-SAV             PIC S9(14)V9(02) COMP-3.
           03  MONRBT-CAP-SAV             PIC S9(14)V9(02) COMP-3.
           03  MONCMP-AMT                 PIC S9(14)V9(02) COMP-3.
           03  NUMTEC-NEW                 PIC X(06).
           03  NUMTEC-INS-OLD             PIC X(06).
           03  NUMTEC-INS-NEW             PIC X(06).
      *        One row through MOVE-POSTING: the NUMTEC to move, the
      *        split it gets on the target, the NUMTEC it comes back as.
           03  NUMTEC-MOV                 PIC X(06).
           03  NUMTEC-OUT                 PIC X(06).
           03  MONCAP-MOV                 PIC S9(14)V9(02) COMP-3.
           03  MONINT-MOV                 PIC S9(14)V9(02) COMP-3.
      *        GL offset of one transaction - 1 = side left, 2 = side
      *        joined.
           03  GLCOR OCCURS 2.
               05  GLCOR-CNT              PIC 9(07).
               05  GLCOR-MNT              PIC S9(14)V9(02) COMP-3.
               05  GLCOR-CAP              PIC S9(14)V9(02) COMP-3.
               05  GLCOR-INT              PIC S9(14)V9(02) COMP-3.
           03  I1                         PIC 9(02).

           03  CNT-READ                   PIC 9(07).
           03  CNT-APPLIED                PIC 9(07).
           03  CNT-REFUSED                PIC 9(07).
           03  CNT-GL                     PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  CAP-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03  INT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZST010.
      *------------*

           @OPEN,"IN",ZSD13-01.
           @OPEN,"OUT",AGR025-01.
           @OPEN,"IO",AGD06-01.
SKH055     @OPEN,"IO",AGD07-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD14-01.
           @OPEN,"IO",AGD16-01.
SKH054     @OPEN,"IO",AGD22-01.

      * CDD01-01 / CDD33-01 / FCD02-01 are multiplexed by MLTSOC (see
      * ZST005's INIT-J2) - both companies' slots are opened up front
      * since a correction can move a posting across companies.
           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           @OPEN,"IO",CDD33-01.
           @OPEN,"IO",FCD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           @OPEN,"IO",CDD33-01.
           @OPEN,"IO",FCD02-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZST010"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO CNT-READ    OF WORKER.
           MOVE 0                         TO CNT-APPLIED OF WORKER.
           MOVE 0                         TO CNT-REFUSED OF WORKER.
           MOVE 0                         TO CNT-GL      OF WORKER.
           MOVE 0                         TO SEQCOR      OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: a lot ZST005 left half-posted is no place to
      * move postings in or out of - the restart would redo them.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZST010"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZST010,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR025-01.
           STRING "ZST010 OPERATOR CORRECTION POSTING"
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

      * ================
      * Batch processing
      * ================

           PERFORM START-TXN THRU START-TXN-FN.

           PERFORM LOOP-TXN THRU LOOP-TXN-FN
                         UNTIL NOT ACCESS-OK.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-READ OF WORKER      TO RUNCTL-CNTRD OF RUNCTL-AREA.
           MOVE CNT-APPLIED OF WORKER   TO RUNCTL-CNTWR OF RUNCTL-AREA.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,ZSD13-01.
           @CLOSE,AGR025-01.
           @CLOSE,AGD06-01.
           @CLOSE,AGD07-01.
           @CLOSE,AGD09-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD14-01.
           @CLOSE,AGD16-01.
SKH054     @CLOSE,AGD22-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           @CLOSE,CDD33-01.
           @CLOSE,FCD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           @CLOSE,CDD33-01.
           @CLOSE,FCD02-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

      * --> Transaction end

           CALL "CWCOMMIT" USING CWACCESS CW-ITF.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

       START-TXN.
      *-----------*
           INITIALIZE ZSD13-01.
           MOVE SPACES                  TO REFLOT OF ZSD13-01.

           @START,"1","GE",ZSD13-01,XX.
           IF ACCESS-OK
              @READNX,ZSD13-01,XX
           END-IF.

       START-TXN-FN.
      *--------------*
           EXIT.

      * --> The postings and ledger reads below move every other
      *     file's position, never ZSD13-01's - the next @READNX
      *     carries on with the transaction file where it was.

       LOOP-TXN.
      *----------*

           ADD 1 TO CNT-READ OF WORKER.
           ADD 1 TO SEQCOR OF WORKER.

           PERFORM CHECK-TXN THRU CHECK-TXN-FN.

           IF TXN-OK OF WORKER
              PERFORM APPLY-TXN THRU APPLY-TXN-FN
           ELSE
              PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
           END-IF.

           @READNX,ZSD13-01,XX.

       LOOP-TXN-FN.
      *------------*
           EXIT.

      * --> Everything is checked before anything is touched: a refused
      *     transaction leaves AGD06-01 / AGD09-01 exactly as they were.

       CHECK-TXN.
      *-----------*

           MOVE "N"                      TO SWITXN OF WORKER.
           MOVE SPACES                   TO MOTREF OF WORKER.
           MOVE REFLOT OF ZSD13-01       TO REFLOT-SAV OF WORKER.
           MOVE NUMTEC OF ZSD13-01       TO NUMTEC-SAV OF WORKER.
           MOVE SPACES                   TO NOMFIC-SAV OF WORKER.
           MOVE SPACES                   TO RPYMTH-SAV OF WORKER.
           MOVE SPACES                   TO NUMCPT-OLD OF WORKER.
           MOVE SPACES                   TO NUMTEC-NEW OF WORKER.
           MOVE SPACES                   TO NUMTEC-INS-OLD OF WORKER.
           MOVE SPACES                   TO NUMTEC-INS-NEW OF WORKER.
           MOVE 0                        TO MLTSOC-OLD OF WORKER.
           MOVE 0                        TO MLTSOC-NEW OF WORKER.
           MOVE 0                        TO MONMVT-SAV OF WORKER.
           MOVE 0                        TO MONCAP-OLD OF WORKER.
           MOVE 0                        TO MONINT-OLD OF WORKER.
           MOVE 0                        TO MONCAP-NEW OF WORKER.
           MOVE 0                        TO MONINT-NEW OF WORKER.

      * --> Four eyes: two different people, both named

           IF USRKEY OF ZSD13-01 = SPACES
              OR USRAPP OF ZSD13-01 = SPACES
              MOVE "KEYER / APPROVER NOT GIVEN" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           IF USRAPP OF ZSD13-01 = USRKEY OF ZSD13-01
              MOVE "APPROVER SAME AS KEYER" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           IF MOTCOR OF ZSD13-01 = SPACES
              MOVE "NO CORRECTION REASON GIVEN" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

      * --> The posting itself

           MOVE SPACES                   TO AGD06-01.
           MOVE REFLOT-SAV OF WORKER     TO REFLOT OF AGD06-01.
           MOVE NUMTEC-SAV OF WORKER     TO NUMTEC OF AGD06-01.
           @READZ,"1",AGD06-01,XX.
           IF NOT ACCESS-OK
              MOVE "POSTING NOT ON AGD06-01" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           MOVE NOMFIC-AGD OF AGD06-01   TO NOMFIC-SAV OF WORKER.
           MOVE RPYMTH-AGD OF AGD06-01   TO RPYMTH-SAV OF WORKER.
           MOVE MONMVT-AGD OF AGD06-01   TO MONMVT-SAV OF WORKER.
           MOVE NUMCPT-THA-AGD OF AGD06-01 TO NUMCPT-OLD OF WORKER.
           MOVE MLTSOC-AGD OF AGD06-01   TO MLTSOC-OLD OF WORKER.
           MOVE MONCAP-AGD OF AGD06-01   TO MONCAP-OLD OF WORKER.
           MOVE MONINT-AGD OF AGD06-01   TO MONINT-OLD OF WORKER.

           IF STAEVT OF AGD06-01 NOT = "2000"
              STRING "POSTING NOT ACCEPTED - STAEVT "
                     STAEVT OF AGD06-01
                     DELIMITED BY SIZE INTO MOTREF OF WORKER
              END-STRING
              GO CHECK-TXN-FN
           END-IF.

           IF INSIND-YES OF AGD06-01
              MOVE "INSURANCE LINE - CORRECT ITS MAIN POSTING"
                                         TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           IF NUMCPT-NEW OF ZSD13-01 = NUMCPT-OLD OF WORKER
              MOVE "TARGET IS THE CURRENT ACCOUNT" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

      * --> The target account - same company derivation and CDD01-01
      *     check ZST006's CHECK-TARGET applies to a mapping target,
      *     then the FCD02-01 status guard of ZST005's WRITE-AGD06.

           MOVE NUMCPT-NEW OF ZSD13-01   TO ACCNUM OF WORKER.
           IF ACCNUM-FIR OF WORKER = "999"
              MOVE 1                     TO MLTSOC-NEW OF WORKER
           ELSE
              IF ACCNUM-FIR OF WORKER = "399"
                 MOVE 2                  TO MLTSOC-NEW OF WORKER
              ELSE
                 MOVE "TARGET NUMCPT NOT 999/399" TO MOTREF OF WORKER
                 GO CHECK-TXN-FN
              END-IF
           END-IF.
           MOVE MLTSOC-NEW OF WORKER     TO MLTSOC OF CW-ITF.

           MOVE SPACES                   TO CDD01-01.
           MOVE NUMCPT-NEW OF ZSD13-01   TO NUMCPT OF CDD01-01.
           @READZ,"1",CDD01-01,XX.
           IF NOT ACCESS-OK
              MOVE "TARGET NUMCPT NOT ON CDD01" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           MOVE SPACES                   TO FCD02-01.
           MOVE NUMCPT-NEW OF ZSD13-01   TO NUMCPT OF FCD02-01.
           @READZ,"1",FCD02-01,XX.
           IF ACCESS-OK
              IF STACPT-FROZEN OF FCD02-01
                 OR STACPT-CLOSED OF FCD02-01
                 MOVE "TARGET ACCOUNT FROZEN/CLOSED" TO MOTREF OF WORKER
                 GO CHECK-TXN-FN
              END-IF
           END-IF.

           PERFORM CHECK-DUP-TARGET THRU CHECK-DUP-TARGET-FN.
           IF DUP-FOUND-YES OF WORKER
              MOVE "TARGET ALREADY POSTED FOR RPYMTH"
                                         TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

SKH054* --> Period control: the repayment month must still be open
SKH054*     on both sides of the move, and so must the lot's own
SKH054*     settlement month, which the AGD07-01 "C" pair is dated by.

SKH054     MOVE RPYMTH-SAV OF WORKER    TO PERCTL-PERMTH OF PERCTL-AREA.
SKH054     MOVE MLTSOC-OLD OF WORKER    TO PERCTL-MLTSOC OF PERCTL-AREA.
SKH054     PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN.
SKH054     IF NOT PERCTL-CLOSED OF PERCTL-AREA
SKH054        MOVE MLTSOC-NEW OF WORKER  TO PERCTL-MLTSOC OF PERCTL-AREA
SKH054        PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN
SKH054     END-IF.
SKH054     IF PERCTL-CLOSED OF PERCTL-AREA
SKH054        MOVE "REPAYMENT MONTH CLOSED"  TO MOTREF OF WORKER
SKH054        GO CHECK-TXN-FN
SKH054     END-IF.

SKH054     PERFORM GET-LOT-DATE THRU GET-LOT-DATE-FN.
SKH054     IF DATLOT OF WORKER NOT = SPACES
SKH054        MOVE DATLOT OF WORKER (1:6)
SKH054                                 TO PERCTL-PERMTH OF PERCTL-AREA
SKH054        MOVE MLTSOC-OLD OF WORKER  TO PERCTL-MLTSOC OF PERCTL-AREA
SKH054        PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN
SKH054        IF NOT PERCTL-CLOSED OF PERCTL-AREA
SKH054           MOVE MLTSOC-NEW OF WORKER
SKH054                                 TO PERCTL-MLTSOC OF PERCTL-AREA
SKH054           PERFORM PERCTL-CHECK THRU PERCTL-CHECK-FN
SKH054        END-IF
SKH054        IF PERCTL-CLOSED OF PERCTL-AREA
SKH054           MOVE "LOT SETTLEMENT MONTH CLOSED" TO MOTREF OF WORKER
SKH054           GO CHECK-TXN-FN
SKH054        END-IF
SKH054     END-IF.

           MOVE "Y"                      TO SWITXN OF WORKER.

       CHECK-TXN-FN.
      *-------------*
           EXIT.

SKH054* --> Same lookup as ZST012's GET-LOT-DATE: the business date of
SKH054*     the lot's first ZST005 run-control row. A lot with none
SKH054*     (never run through run control) is left undated.

SKH054 GET-LOT-DATE.
SKH054*-------------*

SKH054     MOVE SPACES                    TO DATLOT OF WORKER.

SKH054     MOVE SPACES                    TO AGD12-01.
SKH054     MOVE "ZST005"                  TO STEP-RC OF AGD12-01.
SKH054     MOVE REFLOT-SAV OF WORKER      TO REFOPN-RC OF AGD12-01.
SKH054     @START,"1","GE",AGD12-01,XX.
SKH054     IF ACCESS-OK
SKH054        @READNX,AGD12-01,XX
SKH054        IF ACCESS-OK
SKH054           AND STEP-RC OF AGD12-01 = "ZST005"
SKH054           AND REFOPN-RC OF AGD12-01 = REFLOT-SAV OF WORKER
SKH054           MOVE DATBUS-RC OF AGD12-01 TO DATLOT OF WORKER
SKH054        END-IF
SKH054     END-IF.

SKH054 GET-LOT-DATE-FN.
SKH054*----------------*
SKH054     EXIT.

      * --> The target must not already hold an accepted posting for
      *     the month - the same live Key "3" scan and AGD14-01 archive
      *     index lookup ZST005's CHECK-DUP-POST makes, over every lot.

       CHECK-DUP-TARGET.
      *------------------*

           MOVE "N"                      TO SWIDUP OF WORKER.
           MOVE SPACES                   TO AGD06-01.
           MOVE NUMCPT-NEW OF ZSD13-01   TO NUMCPT-THA-AGD OF AGD06-01.
           MOVE RPYMTH-SAV OF WORKER     TO RPYMTH-AGD OF AGD06-01.

           @START,"3","==",AGD06-01,XX.
           IF ACCESS-OK
              @READNX,AGD06-01,XX
              PERFORM UNTIL NOT ACCESS-OK
                 OR NUMCPT-THA-AGD OF AGD06-01 NOT =
                    NUMCPT-NEW OF ZSD13-01
                 OR RPYMTH-AGD OF AGD06-01 NOT = RPYMTH-SAV OF WORKER
                 OR DUP-FOUND-YES OF WORKER
                 IF STAEVT OF AGD06-01 = "2000"
                    MOVE "Y"             TO SWIDUP OF WORKER
                 ELSE
                    @READNX,AGD06-01,XX
                 END-IF
              END-PERFORM
           END-IF.

           IF NOT DUP-FOUND-YES OF WORKER
              MOVE SPACES                TO AGD14-01
              MOVE NUMCPT-NEW OF ZSD13-01 TO NUMCPT-THA-DUP OF AGD14-01
              MOVE RPYMTH-SAV OF WORKER  TO RPYMTH-DUP OF AGD14-01
              @START,"1","GE",AGD14-01,XX
              IF ACCESS-OK
                 @READNX,AGD14-01,XX
                 IF ACCESS-OK
                    AND NUMCPT-THA-DUP OF AGD14-01 =
                        NUMCPT-NEW OF ZSD13-01
                    AND RPYMTH-DUP OF AGD14-01 = RPYMTH-SAV OF WORKER
                    MOVE "Y"             TO SWIDUP OF WORKER
                 END-IF
              END-IF
           END-IF.

       CHECK-DUP-TARGET-FN.
      *---------------------*
           EXIT.

      * --> Split on the target's schedule first (it only reads), then
      *     the main posting and its insurance marker line are moved,
      *     then the GL offset and the audit record.

       APPLY-TXN.
      *-----------*

           PERFORM GET-CDD33-SPLIT THRU GET-CDD33-SPLIT-FN.
           MOVE MONMVT-SAV OF WORKER     TO MONCMP-AMT OF WORKER.
           PERFORM SET-COMPONENTS THRU SET-COMPONENTS-FN.

           PERFORM FIND-INS-LINE THRU FIND-INS-LINE-FN.

           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 2
              MOVE 0                     TO GLCOR-CNT OF WORKER(I1)
              MOVE 0                     TO GLCOR-MNT OF WORKER(I1)
              MOVE 0                     TO GLCOR-CAP OF WORKER(I1)
              MOVE 0                     TO GLCOR-INT OF WORKER(I1)
           END-PERFORM.

           MOVE NUMTEC-SAV OF WORKER     TO NUMTEC-MOV OF WORKER.
           MOVE MONCAP-NEW OF WORKER     TO MONCAP-MOV OF WORKER.
           MOVE MONINT-NEW OF WORKER     TO MONINT-MOV OF WORKER.
           PERFORM MOVE-POSTING THRU MOVE-POSTING-FN.
           MOVE NUMTEC-OUT OF WORKER     TO NUMTEC-NEW OF WORKER.

      * --> The marker line is not loan repayment money - it carries
      *     zero components on either account.

           IF NUMTEC-INS-OLD OF WORKER NOT = SPACES
              MOVE NUMTEC-INS-OLD OF WORKER TO NUMTEC-MOV OF WORKER
              MOVE 0                     TO MONCAP-MOV OF WORKER
              MOVE 0                     TO MONINT-MOV OF WORKER
              PERFORM MOVE-POSTING THRU MOVE-POSTING-FN
              MOVE NUMTEC-OUT OF WORKER  TO NUMTEC-INS-NEW OF WORKER
           END-IF.

           IF MLTSOC-NEW OF WORKER NOT = MLTSOC-OLD OF WORKER
              OR MONCAP-NEW OF WORKER NOT = MONCAP-OLD OF WORKER
              OR MONINT-NEW OF WORKER NOT = MONINT-OLD OF WORKER
              PERFORM WRITE-GL-OFFSET THRU WRITE-GL-OFFSET-FN
           END-IF.

           PERFORM WRITE-APPLIED THRU WRITE-APPLIED-FN.

       APPLY-TXN-FN.
      *-------------*
           EXIT.

      * --> The insurance marker line ZST005's WRITE-AGD06-INS wrote
      *     beside the main posting: same lot, same account and month,
      *     INSIND "Y", still accepted.

       FIND-INS-LINE.
      *---------------*

           MOVE SPACES                   TO NUMTEC-INS-OLD OF WORKER.
           MOVE SPACES                   TO AGD06-01.
           MOVE NUMCPT-OLD OF WORKER     TO NUMCPT-THA-AGD OF AGD06-01.
           MOVE RPYMTH-SAV OF WORKER     TO RPYMTH-AGD OF AGD06-01.

           @START,"3","==",AGD06-01,XX.
           IF ACCESS-OK
              @READNX,AGD06-01,XX
              PERFORM UNTIL NOT ACCESS-OK
                 OR NUMCPT-THA-AGD OF AGD06-01 NOT =
                    NUMCPT-OLD OF WORKER
                 OR RPYMTH-AGD OF AGD06-01 NOT = RPYMTH-SAV OF WORKER
                 OR NUMTEC-INS-OLD OF WORKER NOT = SPACES
                 IF REFLOT OF AGD06-01 = REFLOT-SAV OF WORKER
                    AND INSIND-YES OF AGD06-01
                    AND STAEVT OF AGD06-01 = "2000"
                    MOVE NUMTEC OF AGD06-01 TO NUMTEC-INS-OLD OF WORKER
                 ELSE
                    @READNX,AGD06-01,XX
                 END-IF
              END-PERFORM
           END-IF.

       FIND-INS-LINE-FN.
      *------------------*
           EXIT.

      * --> One row moved: next NUMTEC of the lot taken the way
      *     ZST005's WRITE-AGD06 takes it, the original flipped to
      *     "2002"/"11" and its ledger row marked reversed, then the
      *     same image written back as a new accepted row on the target
      *     with its own ledger row. A failed write stops the run before
      *     the commit, the same as in WRITE-AGD06, so a move is never
      *     left half done.

       MOVE-POSTING.
      *--------------*

           INITIALIZE AGD06-01.
           MOVE REFLOT-SAV OF WORKER     TO REFLOT OF AGD06-01.
           MOVE ALL ZERO                 TO NUMSEQ OF WORKER.

           @MAX,"1","==",AGD06-01,XX.
           IF ACCESS-OK
              MOVE NUMTEC OF AGD06-01    TO NUMSEQ OF WORKER
           END-IF.

           @FCRD,"03",,NUMSEQ OF WORKER,"6",,XX.
           IF CODRET OF FCRD NOT = "00"
              @CWERR,ZST010,"ZST01002","REFLOT-SAV OF WORKER",\
                               ,"I","1","5","Y","13"
           END-IF.
           IF SWIDEP OF FCRD = "Y"
              @CWERR,ZST010,"ZST01002","SWIDEP OF FCRD",\
                           ,"I","1","5","Y","14"
           END-IF.
           MOVE BASE35 OF FCRD           TO NUMTEC-OUT OF WORKER.

           MOVE SPACES                   TO AGD06-01.
           MOVE REFLOT-SAV OF WORKER     TO REFLOT OF AGD06-01.
           MOVE NUMTEC-MOV OF WORKER     TO NUMTEC OF AGD06-01.
           @READZ,"1",AGD06-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZST010,"ZST01003","AGD06-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           ADD 1                         TO GLCOR-CNT OF WORKER(1).
           SUBTRACT MONMVT-AGD OF AGD06-01 FROM GLCOR-MNT OF WORKER(1).
           SUBTRACT MONCAP-AGD OF AGD06-01 FROM GLCOR-CAP OF WORKER(1).
           SUBTRACT MONINT-AGD OF AGD06-01 FROM GLCOR-INT OF WORKER(1).

           MOVE "11"                     TO MOTRFU OF AGD06-01.
           MOVE "2002"                   TO STAEVT OF AGD06-01.
           @REWRITE,AGD06-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZST010,"ZST01003","AGD06-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           PERFORM MARK-HIST-REVERSED THRU MARK-HIST-REVERSED-FN.

           MOVE NUMTEC-OUT OF WORKER     TO NUMTEC OF AGD06-01.
           MOVE "00"                     TO MOTRFU OF AGD06-01.
           MOVE "2000"                   TO STAEVT OF AGD06-01.
           MOVE NUMCPT-NEW OF ZSD13-01   TO NUMCPT-THA-AGD OF AGD06-01.
           MOVE MLTSOC-NEW OF WORKER     TO MLTSOC-AGD OF AGD06-01.
           MOVE MONCAP-MOV OF WORKER     TO MONCAP-AGD OF AGD06-01.
           MOVE MONINT-MOV OF WORKER     TO MONINT-AGD OF AGD06-01.
           @WRITE,AGD06-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZST010,"ZST01003","AGD06-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           ADD 1                         TO GLCOR-CNT OF WORKER(2).
           ADD MONMVT-AGD OF AGD06-01    TO GLCOR-MNT OF WORKER(2).
           ADD MONCAP-AGD OF AGD06-01    TO GLCOR-CAP OF WORKER(2).
           ADD MONINT-AGD OF AGD06-01    TO GLCOR-INT OF WORKER(2).

           PERFORM WRITE-HIST-LEDGER THRU WRITE-HIST-LEDGER-FN.

       MOVE-POSTING-FN.
      *----------------*
           EXIT.

      * --> Same as ZST005's MARK-HIST-REVERSED - the ledger row of the
      *     row just flipped (AGD06-01 still holds the old account).

       MARK-HIST-REVERSED.
      *--------------------*

           MOVE SPACES                TO AGD09-01.
           MOVE NUMCPT-THA-AGD OF AGD06-01
                                      TO NUMCPT-THA-HIS OF AGD09-01.
           MOVE REFLOT OF AGD06-01    TO REFOPN-HIS     OF AGD09-01.
           MOVE NUMTEC OF AGD06-01    TO NUMTEC-HIS     OF AGD09-01.
           @READZ,"1",AGD09-01,XX.
           IF ACCESS-OK
              MOVE "R"                TO STAHIS OF AGD09-01
              @REWRITE,AGD09-01,XX
           END-IF.

       MARK-HIST-REVERSED-FN.
      *-----------------------*
           EXIT.

      * --> Same as ZST005's WRITE-HIST-LEDGER, for the re-posting.

       WRITE-HIST-LEDGER.
      *-------------------*

           MOVE SPACES                TO AGD09-01.
           MOVE NUMCPT-THA-AGD OF AGD06-01
                                      TO NUMCPT-THA-HIS OF AGD09-01.
           MOVE REFLOT OF AGD06-01    TO REFOPN-HIS     OF AGD09-01.
           MOVE NUMTEC OF AGD06-01    TO NUMTEC-HIS     OF AGD09-01.
           MOVE NOMFIC-AGD OF AGD06-01
                                      TO NOMFIC-HIS     OF AGD09-01.
           MOVE MONMVT-AGD OF AGD06-01
                                      TO MONMVT-HIS     OF AGD09-01.
           MOVE INSIND-AGD OF AGD06-01
                                      TO INSIND-HIS     OF AGD09-01.
           MOVE MONCAP-AGD OF AGD06-01
                                      TO MONCAP-HIS     OF AGD09-01.
           MOVE MONINT-AGD OF AGD06-01
                                      TO MONINT-HIS     OF AGD09-01.
           MOVE RPYMTH-AGD OF AGD06-01
                                      TO RPYMTH-HIS     OF AGD09-01.
           @WRITE,AGD09-01,XX.

       WRITE-HIST-LEDGER-FN.
      *----------------------*
           EXIT.

      * --> The target's schedule, read the way ZST005's
      *     GET-CDD33-SPLIT reads a split's own loan: the SWICAP row of
      *     the account in its own company slot. No schedule leaves both
      *     bounds at zero, so the re-posting carries zero components.

       GET-CDD33-SPLIT.
      *-----------------*

           MOVE 0                     TO MONRBT-INT-SAV OF WORKER.
           MOVE 0                     TO MONRBT-CAP-SAV OF WORKER.
           MOVE "N"                   TO SWIFIN-RBT OF WORKER.
           MOVE MLTSOC-NEW OF WORKER  TO MLTSOC OF CW-ITF.

           INITIALIZE CDD33-01.
           MOVE NUMCPT-NEW OF ZSD13-01 TO NUMCPT OF CDD33-01.

           @START,"3","==",CDD33-01,XX.
           IF ACCESS-OK
              @READNX,CDD33-01,XX
              PERFORM UNTIL NOT ACCESS-OK
              OR SWIFIN-RBT OF WORKER = "Y"
                 IF SWICAP OF CDD33-01 = "Y"
                    MOVE MONRBT-INT OF CDD33-01
                       TO MONRBT-INT-SAV OF WORKER
                    MOVE MONRBT-CAP OF CDD33-01
                       TO MONRBT-CAP-SAV OF WORKER
                    MOVE "Y"          TO SWIFIN-RBT OF WORKER
                 END-IF
                 @READNX,CDD33-01,XX
              END-PERFORM
           END-IF.

       GET-CDD33-SPLIT-FN.
      *--------------------*
           EXIT.

      * --> ZST005's SET-COMPONENTS rule: interest first, both sides
      *     bounded by the schedule, the excess in neither column.

       SET-COMPONENTS.
      *----------------*

           IF MONCMP-AMT OF WORKER > MONRBT-INT-SAV OF WORKER
              MOVE MONRBT-INT-SAV OF WORKER TO MONINT-NEW OF WORKER
           ELSE
              MOVE MONCMP-AMT OF WORKER     TO MONINT-NEW OF WORKER
           END-IF.

           COMPUTE MONCAP-NEW OF WORKER = MONCMP-AMT OF WORKER -
                   MONINT-NEW OF WORKER
           END-COMPUTE.

           IF MONCAP-NEW OF WORKER > MONRBT-CAP-SAV OF WORKER
              MOVE MONRBT-CAP-SAV OF WORKER TO MONCAP-NEW OF WORKER
           END-IF.

       SET-COMPONENTS-FN.
      *-------------------*
           EXIT.

      * --> Offsetting pair on the lot's own REFOPN: the side the money
      *     left carries its amounts negated, the side it joined carries
      *     them as-is - both under TYPGL "C", the count on each being
      *     the rows moved.
SKH055*     AGD07-01 keeps every lot's rows and holds one "C" row per
SKH055*     lot/company/format, so each side is added into the row
SKH055*     already there - an earlier correction of the lot, or the
SKH055*     other side of this one when the company is unchanged - and
SKH055*     only written new when there is none.

       WRITE-GL-OFFSET.
      *-----------------*

SKH055     PERFORM POST-GL-OFFSET THRU POST-GL-OFFSET-FN
SKH055                   VARYING I1 FROM 1 BY 1 UNTIL I1 > 2.

       WRITE-GL-OFFSET-FN.
      *--------------------*
           EXIT.


SKH055 POST-GL-OFFSET.
SKH055*---------------*

SKH055     MOVE SPACES                   TO AGD07-01.
SKH055     MOVE REFLOT-SAV OF WORKER     TO REFOPN-GL OF AGD07-01.
SKH055     IF I1 = 1
SKH055        MOVE MLTSOC-OLD OF WORKER  TO MLTSOC-GL OF AGD07-01
SKH055     ELSE
SKH055        MOVE MLTSOC-NEW OF WORKER  TO MLTSOC-GL OF AGD07-01
SKH055     END-IF.
SKH055     MOVE NOMFIC-SAV OF WORKER     TO NOMFIC-GL OF AGD07-01.
SKH055     MOVE "C"                      TO TYPGL-GL OF AGD07-01.

SKH055     @READZ,"1",AGD07-01,XX.
SKH055     IF ACCESS-OK
SKH055        ADD GLCOR-CNT OF WORKER(I1) TO CNT-OK-GL OF AGD07-01
SKH055        ADD GLCOR-MNT OF WORKER(I1) TO MNT-OK-GL OF AGD07-01
SKH055        ADD GLCOR-CAP OF WORKER(I1) TO MNT-CAP-GL OF AGD07-01
SKH055        ADD GLCOR-INT OF WORKER(I1) TO MNT-INT-GL OF AGD07-01
SKH055        @REWRITE,AGD07-01,XX
SKH055     ELSE
SKH055        MOVE GLCOR-CNT OF WORKER(I1) TO CNT-OK-GL OF AGD07-01
SKH055        MOVE GLCOR-MNT OF WORKER(I1) TO MNT-OK-GL OF AGD07-01
SKH055        MOVE GLCOR-CAP OF WORKER(I1) TO MNT-CAP-GL OF AGD07-01
SKH055        MOVE GLCOR-INT OF WORKER(I1) TO MNT-INT-GL OF AGD07-01
SKH055        @WRITE,AGD07-01,XX
SKH055     END-IF.
SKH055     IF NOT ACCESS-OK
SKH055        @CWERR,ZST010,"ZST01003","AGD07-01",\
SKH055                      ,"I","1","5","Y","15"
SKH055     END-IF.
SKH055     ADD 1 TO CNT-GL OF WORKER.

SKH055 POST-GL-OFFSET-FN.
SKH055*------------------*
SKH055     EXIT.


       WRITE-APPLIED.
      *---------------*

           ADD 1 TO CNT-APPLIED OF WORKER.

           MOVE "A"                      TO STACOR OF AGD16-01.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-FN.

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE MONMVT-SAV OF WORKER     TO MNT-EDIT OF WORKER.
           STRING "APPLIED REFLOT="
                  REFLOT-SAV OF WORKER
                  " NUMTEC="
                  NUMTEC-SAV OF WORKER
                  " " NOMFIC-SAV OF WORKER
                  " RPYMTH=" RPYMTH-SAV OF WORKER
                  " MNT=" MNT-EDIT OF WORKER
                  " KEY=" USRKEY OF ZSD13-01
                  " APP=" USRAPP OF ZSD13-01
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE MONCAP-OLD OF WORKER     TO CAP-EDIT OF WORKER.
           MOVE MONINT-OLD OF WORKER     TO INT-EDIT OF WORKER.
           STRING "        FROM "
                  NUMCPT-OLD OF WORKER
                  " MLTSOC=" MLTSOC-OLD OF WORKER
                  " CAP=" CAP-EDIT OF WORKER
                  " INT=" INT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE MONCAP-NEW OF WORKER     TO CAP-EDIT OF WORKER.
           MOVE MONINT-NEW OF WORKER     TO INT-EDIT OF WORKER.
           STRING "        TO   "
                  NUMCPT-NEW OF ZSD13-01
                  " MLTSOC=" MLTSOC-NEW OF WORKER
                  " CAP=" CAP-EDIT OF WORKER
                  " INT=" INT-EDIT OF WORKER
                  " NEW NUMTEC=" NUMTEC-NEW OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

           IF NUMTEC-INS-OLD OF WORKER NOT = SPACES
              MOVE SPACES TO LIGNE OF AGR025-01
              STRING "        INSURANCE LINE NUMTEC="
                     NUMTEC-INS-OLD OF WORKER
                     " MOVED AS NUMTEC="
                     NUMTEC-INS-NEW OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR025-01
              END-STRING
              @WRITE,AGR025-01,XX
           END-IF.

           MOVE SPACES TO LIGNE OF AGR025-01.
           STRING "        REASON: " MOTCOR OF ZSD13-01
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

       WRITE-APPLIED-FN.
      *------------------*
           EXIT.


       WRITE-REFUSED.
      *---------------*

           ADD 1 TO CNT-REFUSED OF WORKER.

           MOVE "R"                      TO STACOR OF AGD16-01.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-FN.

           MOVE SPACES TO LIGNE OF AGR025-01.
           STRING "REFUSED REFLOT="
                  REFLOT OF ZSD13-01
                  " NUMTEC="
                  NUMTEC OF ZSD13-01
                  " TO " NUMCPT-NEW OF ZSD13-01
                  " KEY=" USRKEY OF ZSD13-01
                  " APP=" USRAPP OF ZSD13-01
                  " : " MOTREF OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

       WRITE-REFUSED-FN.
      *------------------*
           EXIT.

      * --> The permanent record of the transaction - STACOR is set by
      *     the caller, everything else is what CHECK-TXN / APPLY-TXN
      *     established (blank or zero past the point a refusal hit).

       WRITE-AUDIT.
      *-------------*

           MOVE DATSYS OF WORKER         TO DATCOR OF AGD16-01.
           MOVE HEUSYS OF WORKER         TO HEUCOR OF AGD16-01.
           MOVE SEQCOR OF WORKER         TO SEQCOR OF AGD16-01.
           MOVE DATBUS OF CWTECH         TO DATBUS-COR OF AGD16-01.
           MOVE REFLOT OF ZSD13-01       TO REFLOT-COR OF AGD16-01.
           MOVE NUMTEC OF ZSD13-01       TO NUMTEC-COR OF AGD16-01.
           IF STACOR-APPLIED OF AGD16-01
              MOVE SPACES                TO MOTREF-COR OF AGD16-01
           ELSE
              MOVE MOTREF OF WORKER      TO MOTREF-COR OF AGD16-01
           END-IF.
           MOVE NOMFIC-SAV OF WORKER     TO NOMFIC-COR OF AGD16-01.
           MOVE RPYMTH-SAV OF WORKER     TO RPYMTH-COR OF AGD16-01.
           MOVE MONMVT-SAV OF WORKER     TO MONMVT-COR OF AGD16-01.
           MOVE NUMCPT-OLD OF WORKER     TO NUMCPT-OLD OF AGD16-01.
           MOVE MLTSOC-OLD OF WORKER     TO MLTSOC-OLD OF AGD16-01.
           MOVE MONCAP-OLD OF WORKER     TO MONCAP-OLD OF AGD16-01.
           MOVE MONINT-OLD OF WORKER     TO MONINT-OLD OF AGD16-01.
           MOVE NUMCPT-NEW OF ZSD13-01   TO NUMCPT-NEW OF AGD16-01.
           MOVE MLTSOC-NEW OF WORKER     TO MLTSOC-NEW OF AGD16-01.
           MOVE MONCAP-NEW OF WORKER     TO MONCAP-NEW OF AGD16-01.
           MOVE MONINT-NEW OF WORKER     TO MONINT-NEW OF AGD16-01.
           MOVE NUMTEC-NEW OF WORKER     TO NUMTEC-NEW OF AGD16-01.
           MOVE NUMTEC-INS-OLD OF WORKER TO NUMTEC-INS-OLD OF AGD16-01.
           MOVE NUMTEC-INS-NEW OF WORKER TO NUMTEC-INS-NEW OF AGD16-01.
           MOVE MOTCOR OF ZSD13-01       TO MOTCOR-COR OF AGD16-01.
           MOVE USRKEY OF ZSD13-01       TO USRKEY-COR OF AGD16-01.
           MOVE USRAPP OF ZSD13-01       TO USRAPP-COR OF AGD16-01.

           @WRITE,AGD16-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZST010,"ZST01003","AGD16-01",\
                            ,"I","1","5","Y","15"
           END-IF.

       WRITE-AUDIT-FN.
      *----------------*
           EXIT.


       PRG-REPORT.
      *------------*

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE CNT-READ OF WORKER TO CNT-EDIT OF WORKER.
           STRING "TRANSACTIONS READ=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE CNT-APPLIED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "APPLIED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE CNT-REFUSED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "REFUSED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

           MOVE SPACES TO LIGNE OF AGR025-01.
           MOVE CNT-GL OF WORKER TO CNT-EDIT OF WORKER.
SKH055     STRING "GL OFFSET ROWS POSTED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR025-01
           END-STRING.
           @WRITE,AGR025-01,XX.

      * --> Non-zero RETURN-CODE so the scheduler can flag a run that
      *     refused anything, the same convention as ZST006.

           IF CNT-REFUSED OF WORKER > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       PRG-REPORT-FN.
      *---------------*
           EXIT.

      * ==========================================
      * Methodological copy for run-control handle
      * ==========================================

           COPY RUNCTL.

SKH054* ============================================
SKH054* Methodological copy for period-control check
SKH054* ============================================

SKH054     COPY PERCTL.

           EXIT.
