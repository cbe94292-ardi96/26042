      *******************************************************************
      *                                                                 *
      *            ZST011 : Member Dispute Case Maintenance             *
      *     Opens, moves along and closes the AGD19-01 dispute cases    *
      *     member services raises when a member says a deduction is    *
      *     wrong. Driven by a ZSD19-01 transaction file: open a case   *
      *     on an account and repayment month (optionally naming the    *
      *     AGD06-01 posting concerned), link further postings, mark    *
      *     it under investigation, approve a refund, reject it, close  *
      *     it, or change its handling officer / note.                  *
      *                                                                 *
      *     A refund is approved only by someone other than the         *
      *     handling officer, only on accepted postings (a rejected     *
      *     one already goes back with its own lot through ZSR012),     *
      *     and never for more than the linked postings brought in.     *
      *     ZSR012 then returns it once to the agency. A case approved  *
      *     for refund cannot be closed before the refund has gone.     *
      *     Every applied and every refused transaction is kept on the  *
      *     AGD20-01 audit file as well as on the AGR029-01 listing.    *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZST011.
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

           @COPFIC, ZSD19-01.
           @COPFIC, AGR029-01.
           @COPFIC, AGD06-01.
           @COPFIC, AGD12-01.
           @COPFIC, AGD19-01.
           @COPFIC, AGD20-01.
           @COPFIC, CDD01-01.
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

           03  ACCNUM.
               05  ACCNUM-FIR             PIC 9(03).
               05  ACCNUM-LST             PIC 9(27).
           03  RPYMTH-INT                 PIC X(08).
           03  RPYMTH-EXT                 PIC X(10).
           03  SEQAUD                     PIC 9(05).
           03  MOTREF                     PIC X(40).
           03  SWITXN                     PIC X(01).
               88  TXN-OK                       VALUE "Y".
               88  TXN-REFUSED                  VALUE "N".
           03  SWICAS                     PIC X(01).
               88  CASE-FOUND                   VALUE "Y".
               88  CASE-NOT-FOUND               VALUE "N".

      *        The case as it stood before the transaction, and the
      *        posting named on it.
           03  STADSP-OLD                 PIC X(01).
           03  STADSP-NEW                 PIC X(01).
           03  NUMCPT-CAS                 PIC X(12).
           03  RPYMTH-CAS                 PIC X(06).
           03  MLTSOC-CAS                 PIC 9(01).
           03  NOMFIC-SAV                 PIC X(03).
           03  MONAPR-N                   PIC S9(14)V9(02) COMP-3.
           03  MONLNK                     PIC S9(14)V9(02) COMP-3.
           03  I1                         PIC 9(02).

           03  CNT-READ                   PIC 9(07).
           03  CNT-APPLIED                PIC 9(07).
           03  CNT-REFUSED                PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

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

       INIT-ZST011.
      *------------*

           @OPEN,"IN",ZSD19-01.
           @OPEN,"OUT",AGR029-01.
           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD19-01.
           @OPEN,"IO",AGD20-01.

      * CDD01-01 is multiplexed by MLTSOC (see ZST005's INIT-J2) - a
      * case may be opened on an account of either company.
           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD01-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZST011"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE 0                         TO CNT-READ    OF WORKER.
           MOVE 0                         TO CNT-APPLIED OF WORKER.
           MOVE 0                         TO CNT-REFUSED OF WORKER.
           MOVE 0                         TO SEQAUD      OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Nothing is posted here, so there is no predecessor to gate on
      * - the run-control row only records the run.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZST011"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR029-01.
           STRING "ZST011 MEMBER DISPUTE CASE MAINTENANCE"
                  DELIMITED BY SIZE INTO LIGNE OF AGR029-01
           END-STRING.
           @WRITE,AGR029-01,XX.

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

           @CLOSE,ZSD19-01.
           @CLOSE,AGR029-01.
           @CLOSE,AGD06-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD19-01.
           @CLOSE,AGD20-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

      * --> Transaction end

           CALL "CWCOMMIT" USING CWACCESS CW-ITF.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

       START-TXN.
      *-----------*
           INITIALIZE ZSD19-01.
           MOVE SPACES                  TO NUMDSP OF ZSD19-01.

           @START,"1","GE",ZSD19-01,XX.
           IF ACCESS-OK
              @READNX,ZSD19-01,XX
           END-IF.

       START-TXN-FN.
      *--------------*
           EXIT.

      * --> The case and posting reads below move every other file's
      *     position, never ZSD19-01's - the next @READNX carries on
      *     with the transaction file where it was.

       LOOP-TXN.
      *----------*

           ADD 1 TO CNT-READ OF WORKER.
           ADD 1 TO SEQAUD OF WORKER.

           PERFORM CHECK-TXN THRU CHECK-TXN-FN.

           IF TXN-OK OF WORKER
              PERFORM APPLY-TXN THRU APPLY-TXN-FN
           ELSE
              PERFORM WRITE-REFUSED THRU WRITE-REFUSED-FN
           END-IF.

           @READNX,ZSD19-01,XX.

       LOOP-TXN-FN.
      *------------*
           EXIT.

      * --> Everything is checked before anything is touched: a refused
      *     transaction leaves the case exactly as it was.

       CHECK-TXN.
      *-----------*

           MOVE "N"                      TO SWITXN OF WORKER.
           MOVE SPACES                   TO MOTREF OF WORKER.
           MOVE SPACE                    TO STADSP-OLD OF WORKER.
           MOVE SPACE                    TO STADSP-NEW OF WORKER.
           MOVE SPACES                   TO NOMFIC-SAV OF WORKER.
           MOVE 0                        TO MLTSOC-CAS OF WORKER.
           MOVE 0                        TO MONAPR-N OF WORKER.
           MOVE 0                        TO MONLNK OF WORKER.

           IF NUMDSP OF ZSD19-01 = SPACES
              MOVE "NO CASE NUMBER GIVEN" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           MOVE SPACES                   TO AGD19-01.
           MOVE NUMDSP OF ZSD19-01       TO NUMDSP OF AGD19-01.
           MOVE NUMCPT OF ZSD19-01       TO NUMCPT-DSP OF AGD19-01.
           @READZ,"1",AGD19-01,XX.
           IF ACCESS-OK
              MOVE "Y"                   TO SWICAS OF WORKER
              MOVE STADSP OF AGD19-01    TO STADSP-OLD OF WORKER
              MOVE NUMCPT-DSP OF AGD19-01 TO NUMCPT-CAS OF WORKER
              MOVE RPYMTH-DSP OF AGD19-01 TO RPYMTH-CAS OF WORKER
              MOVE MLTSOC-DSP OF AGD19-01 TO MLTSOC-CAS OF WORKER
           ELSE
              MOVE "N"                   TO SWICAS OF WORKER
              MOVE NUMCPT OF ZSD19-01    TO NUMCPT-CAS OF WORKER
              MOVE RPYMTH OF ZSD19-01    TO RPYMTH-CAS OF WORKER
           END-IF.

           IF CASE-NOT-FOUND OF WORKER
              AND NOT ACT-OPEN OF ZSD19-01
              MOVE "CASE NOT ON AGD19-01" TO MOTREF OF WORKER
              GO CHECK-TXN-FN
           END-IF.

           EVALUATE TRUE
           WHEN ACT-OPEN OF ZSD19-01
              PERFORM CHECK-OPEN THRU CHECK-OPEN-FN
           WHEN ACT-LINK OF ZSD19-01
              PERFORM CHECK-LINK THRU CHECK-LINK-FN
           WHEN ACT-INVEST OF ZSD19-01
              IF NOT STADSP-OPEN OF AGD19-01
                 MOVE "CASE NOT OPEN"    TO MOTREF OF WORKER
              END-IF
              MOVE "I"                   TO STADSP-NEW OF WORKER
           WHEN ACT-APPROVE OF ZSD19-01
              PERFORM CHECK-APPROVE THRU CHECK-APPROVE-FN
           WHEN ACT-REJECT OF ZSD19-01
              IF NOT STADSP-OPEN OF AGD19-01
                 AND NOT STADSP-INVEST OF AGD19-01
                 MOVE "CASE NOT OPEN / INVESTIGATING"
                                         TO MOTREF OF WORKER
              END-IF
              IF MOTDSP OF ZSD19-01 = SPACES
                 MOVE "NO REJECTION REASON GIVEN" TO MOTREF OF WORKER
              END-IF
              MOVE "R"                   TO STADSP-NEW OF WORKER
           WHEN ACT-CLOSE OF ZSD19-01
              IF STADSP-CLOSED OF AGD19-01
                 MOVE "CASE ALREADY CLOSED" TO MOTREF OF WORKER
              END-IF
              IF STADSP-APPROVED OF AGD19-01
                 AND DATRFU OF AGD19-01 = SPACES
                 MOVE "REFUND NOT YET RETURNED" TO MOTREF OF WORKER
              END-IF
              MOVE "C"                   TO STADSP-NEW OF WORKER
           WHEN ACT-UPDATE OF ZSD19-01
              IF STADSP-CLOSED OF AGD19-01
                 MOVE "CASE ALREADY CLOSED" TO MOTREF OF WORKER
              END-IF
              IF USRDSP OF ZSD19-01 = SPACES
                 AND MOTDSP OF ZSD19-01 = SPACES
                 MOVE "NOTHING TO UPDATE" TO MOTREF OF WORKER
              END-IF
              MOVE STADSP-OLD OF WORKER  TO STADSP-NEW OF WORKER
           WHEN OTHER
              MOVE "UNKNOWN ACTION CODE" TO MOTREF OF WORKER
           END-EVALUATE.

           IF MOTREF OF WORKER = SPACES
              MOVE "Y"                   TO SWITXN OF WORKER
           END-IF.

       CHECK-TXN-FN.
      *-------------*
           EXIT.

      * --> A new case: a named officer and complaint, an account of
      *     either company that CDD01-01 knows (same derivation as
      *     ZST010's CHECK-TXN) and a real YYYYMM month.

       CHECK-OPEN.
      *-----------*

           MOVE "O"                      TO STADSP-NEW OF WORKER.

           IF CASE-FOUND OF WORKER
              MOVE "CASE ALREADY ON AGD19-01" TO MOTREF OF WORKER
              GO CHECK-OPEN-FN
           END-IF.

           IF USRDSP OF ZSD19-01 = SPACES
              MOVE "NO HANDLING OFFICER GIVEN" TO MOTREF OF WORKER
              GO CHECK-OPEN-FN
           END-IF.

           IF MOTDSP OF ZSD19-01 = SPACES
              MOVE "NO COMPLAINT GIVEN"  TO MOTREF OF WORKER
              GO CHECK-OPEN-FN
           END-IF.

           MOVE NUMCPT OF ZSD19-01       TO ACCNUM OF WORKER.
           IF ACCNUM-FIR OF WORKER = "999"
              MOVE 1                     TO MLTSOC-CAS OF WORKER
           ELSE
              IF ACCNUM-FIR OF WORKER = "399"
                 MOVE 2                  TO MLTSOC-CAS OF WORKER
              ELSE
                 MOVE "NUMCPT NOT 999/399" TO MOTREF OF WORKER
                 GO CHECK-OPEN-FN
              END-IF
           END-IF.
           MOVE MLTSOC-CAS OF WORKER     TO MLTSOC OF CW-ITF.

           MOVE SPACES                   TO CDD01-01.
           MOVE NUMCPT OF ZSD19-01       TO NUMCPT OF CDD01-01.
           @READZ,"1",CDD01-01,XX.
           IF NOT ACCESS-OK
              MOVE "NUMCPT NOT ON CDD01" TO MOTREF OF WORKER
              GO CHECK-OPEN-FN
           END-IF.

           MOVE SPACES                    TO RPYMTH-INT OF WORKER.
           STRING RPYMTH OF ZSD19-01
                  "01"
                  DELIMITED BY SIZE INTO RPYMTH-INT OF WORKER
           END-STRING.
           @DATE,"O","0",RPYMTH-INT OF WORKER, RPYMTH-EXT OF WORKER,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE "RPYMTH IS NOT A VALID YYYYMM" TO MOTREF OF WORKER
              GO CHECK-OPEN-FN
           END-IF.

           IF REFLOT OF ZSD19-01 NOT = SPACES
              PERFORM CHECK-POSTING THRU CHECK-POSTING-FN
           END-IF.

       CHECK-OPEN-FN.
      *--------------*
           EXIT.


       CHECK-LINK.
      *-----------*

           MOVE STADSP-OLD OF WORKER     TO STADSP-NEW OF WORKER.

           IF NOT STADSP-OPEN OF AGD19-01
              AND NOT STADSP-INVEST OF AGD19-01
              MOVE "CASE NOT OPEN / INVESTIGATING" TO MOTREF OF WORKER
              GO CHECK-LINK-FN
           END-IF.

           IF REFLOT OF ZSD19-01 = SPACES
              MOVE "NO POSTING GIVEN"    TO MOTREF OF WORKER
              GO CHECK-LINK-FN
           END-IF.

           IF NBRLNK OF AGD19-01 NOT < 5
              MOVE "FIVE POSTINGS ALREADY LINKED" TO MOTREF OF WORKER
              GO CHECK-LINK-FN
           END-IF.

           PERFORM VARYING I1 FROM 1 BY 1
              UNTIL I1 > NBRLNK OF AGD19-01
              IF REFLOT-LNK OF AGD19-01(I1) = REFLOT OF ZSD19-01
                 AND NUMTEC-LNK OF AGD19-01(I1) = NUMTEC OF ZSD19-01
                 MOVE "POSTING ALREADY LINKED" TO MOTREF OF WORKER
              END-IF
           END-PERFORM.
           IF MOTREF OF WORKER NOT = SPACES
              GO CHECK-LINK-FN
           END-IF.

           PERFORM CHECK-POSTING THRU CHECK-POSTING-FN.

       CHECK-LINK-FN.
      *--------------*
           EXIT.

      * --> The posting must be the case's own: its account (a "01"
      *     reject that never resolved one carries none), its month
      *     and the agency of any posting already linked. An insurance
      *     marker line rides with its main posting, and a moved row
      *     is linked through its re-posting.

       CHECK-POSTING.
      *--------------*

           MOVE SPACES                   TO AGD06-01.
           MOVE REFLOT OF ZSD19-01       TO REFLOT OF AGD06-01.
           MOVE NUMTEC OF ZSD19-01       TO NUMTEC OF AGD06-01.
           @READZ,"1",AGD06-01,XX.
           IF NOT ACCESS-OK
              MOVE "POSTING NOT ON AGD06-01" TO MOTREF OF WORKER
              GO CHECK-POSTING-FN
           END-IF.

           IF INSIND-YES OF AGD06-01
              MOVE "INSURANCE LINE - LINK ITS MAIN POSTING"
                                         TO MOTREF OF WORKER
              GO CHECK-POSTING-FN
           END-IF.

           IF STAEVT OF AGD06-01 = "2002"
              MOVE "POSTING MOVED - LINK ITS RE-POSTING"
                                         TO MOTREF OF WORKER
              GO CHECK-POSTING-FN
           END-IF.

           IF NUMCPT-THA-AGD OF AGD06-01 NOT = SPACES
              AND NUMCPT-THA-AGD OF AGD06-01 NOT = NUMCPT-CAS OF WORKER
              MOVE "POSTING OF ANOTHER ACCOUNT" TO MOTREF OF WORKER
              GO CHECK-POSTING-FN
           END-IF.

           IF RPYMTH-AGD OF AGD06-01 NOT = RPYMTH-CAS OF WORKER
              MOVE "POSTING OF ANOTHER RPYMTH" TO MOTREF OF WORKER
              GO CHECK-POSTING-FN
           END-IF.

           IF CASE-FOUND OF WORKER
              AND NOMFIC-DSP OF AGD19-01 NOT = SPACES
              AND NOMFIC-DSP OF AGD19-01 NOT = NOMFIC-AGD OF AGD06-01
              MOVE "POSTING OF ANOTHER AGENCY" TO MOTREF OF WORKER
              GO CHECK-POSTING-FN
           END-IF.

           MOVE NOMFIC-AGD OF AGD06-01   TO NOMFIC-SAV OF WORKER.

       CHECK-POSTING-FN.
      *-----------------*
           EXIT.

      * --> Four eyes on the money, the same rule ZST010 applies to a
      *     correction. A rejected posting is already returned with
      *     its own lot, so only accepted ones are refunded here, and
      *     never for more than they brought in.

       CHECK-APPROVE.
      *--------------*

           MOVE "A"                      TO STADSP-NEW OF WORKER.

           IF NOT STADSP-OPEN OF AGD19-01
              AND NOT STADSP-INVEST OF AGD19-01
              MOVE "CASE NOT OPEN / INVESTIGATING" TO MOTREF OF WORKER
              GO CHECK-APPROVE-FN
           END-IF.

           IF USRAPR OF ZSD19-01 = SPACES
              MOVE "NO APPROVER GIVEN"   TO MOTREF OF WORKER
              GO CHECK-APPROVE-FN
           END-IF.

           IF USRAPR OF ZSD19-01 = USRDSP OF AGD19-01
              MOVE "APPROVER SAME AS OFFICER" TO MOTREF OF WORKER
              GO CHECK-APPROVE-FN
           END-IF.

           IF NBRLNK OF AGD19-01 = 0
              MOVE "NO POSTING LINKED"   TO MOTREF OF WORKER
              GO CHECK-APPROVE-FN
           END-IF.

           @MONTAN,"I","4", MONAPR-N OF WORKER,\
           MONAPR OF ZSD19-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              OR MONAPR-N OF WORKER NOT > 0
              MOVE "REFUND AMOUNT NOT VALID" TO MOTREF OF WORKER
              GO CHECK-APPROVE-FN
           END-IF.

           PERFORM VARYING I1 FROM 1 BY 1
              UNTIL I1 > NBRLNK OF AGD19-01
              MOVE SPACES                TO AGD06-01
              MOVE REFLOT-LNK OF AGD19-01(I1) TO REFLOT OF AGD06-01
              MOVE NUMTEC-LNK OF AGD19-01(I1) TO NUMTEC OF AGD06-01
              @READZ,"1",AGD06-01,XX
              IF ACCESS-OK
                 AND STAEVT OF AGD06-01 = "2000"
                 ADD MONMVT-AGD OF AGD06-01 TO MONLNK OF WORKER
              ELSE
                 MOVE "LINKED POSTING NOT ACCEPTED" TO MOTREF OF WORKER
              END-IF
           END-PERFORM.
           IF MOTREF OF WORKER NOT = SPACES
              GO CHECK-APPROVE-FN
           END-IF.

           IF MONAPR-N OF WORKER > MONLNK OF WORKER
              MOVE "REFUND MORE THAN POSTED" TO MOTREF OF WORKER
              GO CHECK-APPROVE-FN
           END-IF.

       CHECK-APPROVE-FN.
      *-----------------*
           EXIT.

      * --> A rejection reason or closing note goes on the audit row;
      *     the case keeps the complaint it was opened with.

       APPLY-TXN.
      *-----------*

           EVALUATE TRUE
           WHEN ACT-OPEN OF ZSD19-01
              MOVE SPACES                TO AGD19-01
              MOVE NUMDSP OF ZSD19-01    TO NUMDSP OF AGD19-01
              MOVE NUMCPT OF ZSD19-01    TO NUMCPT-DSP OF AGD19-01
              MOVE RPYMTH OF ZSD19-01    TO RPYMTH-DSP OF AGD19-01
              MOVE MLTSOC-CAS OF WORKER  TO MLTSOC-DSP OF AGD19-01
              MOVE DATBUS OF CWTECH      TO DATOPN OF AGD19-01
              MOVE USRDSP OF ZSD19-01    TO USRDSP OF AGD19-01
              MOVE MOTDSP OF ZSD19-01    TO MOTDSP OF AGD19-01
              MOVE 0                     TO MONAPR OF AGD19-01
              MOVE 0                     TO NBRLNK OF AGD19-01
              IF REFLOT OF ZSD19-01 NOT = SPACES
                 PERFORM ADD-LINK THRU ADD-LINK-FN
              END-IF
           WHEN ACT-LINK OF ZSD19-01
              PERFORM ADD-LINK THRU ADD-LINK-FN
           WHEN ACT-APPROVE OF ZSD19-01
              MOVE USRAPR OF ZSD19-01    TO USRAPR OF AGD19-01
              MOVE MONAPR-N OF WORKER    TO MONAPR OF AGD19-01
           WHEN ACT-REJECT OF ZSD19-01
              MOVE DATBUS OF CWTECH      TO DATCLO OF AGD19-01
           WHEN ACT-CLOSE OF ZSD19-01
              MOVE DATBUS OF CWTECH      TO DATCLO OF AGD19-01
           WHEN ACT-UPDATE OF ZSD19-01
              IF USRDSP OF ZSD19-01 NOT = SPACES
                 MOVE USRDSP OF ZSD19-01 TO USRDSP OF AGD19-01
              END-IF
              IF MOTDSP OF ZSD19-01 NOT = SPACES
                 MOVE MOTDSP OF ZSD19-01 TO MOTDSP OF AGD19-01
              END-IF
           END-EVALUATE.

           MOVE STADSP-NEW OF WORKER     TO STADSP OF AGD19-01.
           MOVE DATBUS OF CWTECH         TO DATMAJ OF AGD19-01.

           IF ACT-OPEN OF ZSD19-01
              @WRITE,AGD19-01,XX
           ELSE
              @REWRITE,AGD19-01,XX
           END-IF.
           IF NOT ACCESS-OK
              @CWERR,ZST011,"ZST01103","AGD19-01",\
                            ,"I","1","5","Y","15"
           END-IF.

           PERFORM WRITE-APPLIED THRU WRITE-APPLIED-FN.

       APPLY-TXN-FN.
      *-------------*
           EXIT.

      * --> The first posting linked fixes the agency the refund will
      *     go back to.

       ADD-LINK.
      *---------*

           ADD 1                         TO NBRLNK OF AGD19-01.
           MOVE NBRLNK OF AGD19-01       TO I1 OF WORKER.
           MOVE REFLOT OF ZSD19-01       TO REFLOT-LNK OF AGD19-01(I1).
           MOVE NUMTEC OF ZSD19-01       TO NUMTEC-LNK OF AGD19-01(I1).
           IF NOMFIC-DSP OF AGD19-01 = SPACES
              MOVE NOMFIC-SAV OF WORKER  TO NOMFIC-DSP OF AGD19-01
           END-IF.

       ADD-LINK-FN.
      *------------*
           EXIT.


       WRITE-APPLIED.
      *---------------*

           ADD 1 TO CNT-APPLIED OF WORKER.

           MOVE "A"                      TO STAAUD OF AGD20-01.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-FN.

           MOVE SPACES TO LIGNE OF AGR029-01.
           MOVE MONAPR OF AGD19-01       TO MNT-EDIT OF WORKER.
           STRING "APPLIED CASE="
                  NUMDSP OF ZSD19-01
                  " " NUMCPT-CAS OF WORKER
                  " " RPYMTH-DSP OF AGD19-01
                  " ACT=" CODACT OF ZSD19-01
                  " STA=" STADSP-OLD OF WORKER
                  ">" STADSP-NEW OF WORKER
                  " OFF=" USRDSP OF AGD19-01
                  " LNK=" NBRLNK OF AGD19-01
                  " " NOMFIC-DSP OF AGD19-01
                  " REFUND=" MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR029-01
           END-STRING.
           @WRITE,AGR029-01,XX.

       WRITE-APPLIED-FN.
      *-----------------*
           EXIT.


       WRITE-REFUSED.
      *---------------*

           ADD 1 TO CNT-REFUSED OF WORKER.

           MOVE "R"                      TO STAAUD OF AGD20-01.
           PERFORM WRITE-AUDIT THRU WRITE-AUDIT-FN.

           MOVE SPACES TO LIGNE OF AGR029-01.
           STRING "REFUSED CASE="
                  NUMDSP OF ZSD19-01
                  " " NUMCPT OF ZSD19-01
                  " ACT=" CODACT OF ZSD19-01
                  " REFLOT=" REFLOT OF ZSD19-01
                  " NUMTEC=" NUMTEC OF ZSD19-01
                  " : " MOTREF OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR029-01
           END-STRING.
           @WRITE,AGR029-01,XX.

       WRITE-REFUSED-FN.
      *------------------*
           EXIT.

      * --> The permanent record of the transaction - STAAUD is set by
      *     the caller, the rest is the transaction as keyed plus the
      *     case status CHECK-TXN found and the one it moves to.

       WRITE-AUDIT.
      *-------------*

           MOVE DATSYS OF WORKER         TO DATAUD OF AGD20-01.
           MOVE HEUSYS OF WORKER         TO HEUAUD OF AGD20-01.
           MOVE SEQAUD OF WORKER         TO SEQAUD OF AGD20-01.
           MOVE DATBUS OF CWTECH         TO DATBUS-AUD OF AGD20-01.
           MOVE NUMDSP OF ZSD19-01       TO NUMDSP-AUD OF AGD20-01.
           MOVE NUMCPT OF ZSD19-01       TO NUMCPT-AUD OF AGD20-01.
           MOVE CODACT OF ZSD19-01       TO CODACT-AUD OF AGD20-01.
           IF STAAUD-APPLIED OF AGD20-01
              MOVE SPACES                TO MOTREF-AUD OF AGD20-01
              MOVE STADSP-NEW OF WORKER  TO STADSP-NEW OF AGD20-01
           ELSE
              MOVE MOTREF OF WORKER      TO MOTREF-AUD OF AGD20-01
              MOVE STADSP-OLD OF WORKER  TO STADSP-NEW OF AGD20-01
           END-IF.
           MOVE STADSP-OLD OF WORKER     TO STADSP-OLD OF AGD20-01.
           MOVE RPYMTH-CAS OF WORKER     TO RPYMTH-AUD OF AGD20-01.
           MOVE REFLOT OF ZSD19-01       TO REFLOT-AUD OF AGD20-01.
           MOVE NUMTEC OF ZSD19-01       TO NUMTEC-AUD OF AGD20-01.
           MOVE USRDSP OF ZSD19-01       TO USRDSP-AUD OF AGD20-01.
           MOVE USRAPR OF ZSD19-01       TO USRAPR-AUD OF AGD20-01.
           MOVE MONAPR-N OF WORKER       TO MONAPR-AUD OF AGD20-01.
           MOVE MOTDSP OF ZSD19-01       TO MOTDSP-AUD OF AGD20-01.

           @WRITE,AGD20-01,XX.
           IF NOT ACCESS-OK
              @CWERR,ZST011,"ZST01103","AGD20-01",\
                            ,"I","1","5","Y","15"
           END-IF.

       WRITE-AUDIT-FN.
      *----------------*
           EXIT.


       PRG-REPORT.
      *------------*

           MOVE SPACES TO LIGNE OF AGR029-01.
           MOVE CNT-READ OF WORKER TO CNT-EDIT OF WORKER.
           STRING "TRANSACTIONS READ=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR029-01
           END-STRING.
           @WRITE,AGR029-01,XX.

           MOVE SPACES TO LIGNE OF AGR029-01.
           MOVE CNT-APPLIED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "APPLIED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR029-01
           END-STRING.
           @WRITE,AGR029-01,XX.

           MOVE SPACES TO LIGNE OF AGR029-01.
           MOVE CNT-REFUSED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "REFUSED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR029-01
           END-STRING.
           @WRITE,AGR029-01,XX.

      * --> Non-zero RETURN-CODE so the scheduler can flag a run that
      *     refused anything, the same convention as ZST010.

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

           EXIT.
