      *******************************************************************
      *                                                                 *
      *            ZSR020 : Outbound Deduction-Instruction Files        *
      *     Tells each paying agency what to deduct, instead of leaving *
      *     them to work it out from their own records. Every account's *
      *     current CDD33-01 schedule (MONRBT-CAP + MONRBT-INT plus the *
      *     ZSD02-01 insurance slice, FCRP-rounded - the same figure    *
      *     START-CDD33 in ZST005 expects) is held against what the     *
      *     agency was last told on AGD18-01, and only the differences  *
      *     go out: a start ("S") for an account not yet instructed, a  *
      *     change ("C") when the amount moved, a stop ("P") when the   *
      *     account is closed or frozen on FCD02-01 or its schedule has *
      *     run out. One file per agency in its own field conventions   *
      *     (ZSD15-01 / ZSD16-01 / ZSD17-01 / ZSD18-01, as the return   *
      *     files ZSR012 writes), each closed by a count/total trailer; *
      *     AGR028-01 lists what went out.                              *
      *                                                                 *
      *     An account is instructed to the agency its last posting     *
      *     came in from, in the identity that agency sent it under -   *
      *     an account never yet received from any agency cannot be     *
      *     placed and is listed instead (RETURN-CODE 4).               *
      *                                                                 *
      *******************************************************************
      *                                                                 *
      * Code reviewer : xxx           * Review date : nn/nn/nnnn        *
      *******************************************************************
      *
       IDENTIFICATION DIVISION.
      *========================*
       PROGRAM-ID.                        ZSR020.
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
           @COPFIC, AGD09-01.
           @COPFIC, AGD12-01.
           @COPFIC, AGD13-01.
           @COPFIC, AGD18-01.
           @COPFIC, AGR028-01.
           @COPFIC, CDD33-01.
           @COPFIC, FCD02-01.
           @COPFIC, ZSD02-01.
           @COPFIC, ZSD15-01.
           @COPFIC, ZSD16-01.
           @COPFIC, ZSD17-01.
           @COPFIC, ZSD18-01.
           @MLTCOPY.

      * ====================
      * Copy's of interfaces
      * ====================

           COPY CWFRMTC.
           COPY FCRPC.
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

           03  SOCCUR                     PIC 9(01).
           03  NUMCPT-CUR                 PIC X(12).
           03  NUMCPT-LST                 PIC X(12).
           03  RPYMTH-INT                 PIC X(08).
           03  RPYMTH-EXT                 PIC X(08).
           03  MONRBT-TOT                 PIC S9(14)V9(02) COMP-3.
           03  MONOUT                     PIC S9(14)V9(02) COMP-3.
           03  CODINS-WRK                 PIC X(01).
           03  SWIFIN-RBT                 PIC X(01).
           03  SWISCH                     PIC X(01).
               88  SCHED-FOUND                  VALUE "Y".
               88  SCHED-MISSING                VALUE "N".
           03  SWISTP                     PIC X(01).
               88  ACCOUNT-STOPPED              VALUE "Y".
               88  ACCOUNT-LIVE                 VALUE "N".
           03  SWIINS                     PIC X(01).
               88  INS-ROW-FOUND                VALUE "Y".
               88  INS-ROW-NONE                 VALUE "N".
           03  SWIAGY                     PIC X(01).
               88  AGENCY-FOUND                 VALUE "Y".
               88  AGENCY-NONE                  VALUE "N".
      *        Last posting received for the account being placed.
           03  REFOPN-AGY                 PIC X(10).
           03  NUMTEC-AGY                 PIC X(06).
           03  I1                         PIC 9(02).
           03  TOTFMT OCCURS 4.
               05  TOTFMT-COD             PIC X(03).
               05  TOTFMT-CNT             PIC 9(07).
               05  TOTFMT-MNT             PIC S9(14)V9(02) COMP-3.

           03  CNT-SCHED                  PIC 9(07).
           03  CNT-START                  PIC 9(07).
           03  CNT-CHANGE                 PIC 9(07).
           03  CNT-STOP                   PIC 9(07).
           03  CNT-SAME                   PIC 9(07).
           03  CNT-NOAGY                  PIC 9(07).
SKH056     03  CNT-RESEND                 PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           COPY CW-ITF.

       LINKAGE SECTION.
      *================*
       01  CWOPT.
           03  ARGC-CW                    PIC 9(4) COMP.
           COPY CWTECHC.

           COPY ZSR020C.

       PROCEDURE DIVISION USING CWOPT.
      *===============================*

      * ========================
      * Init of batch processing
      * ========================

       INIT-ZSR020.
      *------------*

           @OPEN,"IO",AGD06-01.
           @OPEN,"IO",AGD09-01.
           @OPEN,"IO",AGD12-01.
           @OPEN,"IO",AGD13-01.
           @OPEN,"IO",AGD18-01.
           @OPEN,"OUT",AGR028-01.
           @OPEN,"OUT",ZSD15-01.
           @OPEN,"OUT",ZSD16-01.
           @OPEN,"OUT",ZSD17-01.
           @OPEN,"OUT",ZSD18-01.

      * CDD33-01 / FCD02-01 / ZSD02-01 are multiplexed by MLTSOC (see
      * ZST005's INIT-J2) - both companies' slots are opened up front,
      * each company's schedules being walked in its own pass.
           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD33-01.
           @OPEN,"IO",FCD02-01.
           @OPEN,"IO",ZSD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @OPEN,"IO",CDD33-01.
           @OPEN,"IO",FCD02-01.
           @OPEN,"IO",ZSD02-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

           MOVE "ZS"                      TO CWJRNL      OF CW-ITF.
           MOVE "ZSR020"                  TO CURRENT-PGM OF CW-ITF.
           MOVE SPACES                    TO CWUSER      OF CW-ITF.
           MOVE DATSYS     OF WORKER      TO CWDASY      OF CW-ITF.
           MOVE HEUSYS     OF WORKER      TO CWHESY      OF CW-ITF.

           MOVE "ANG" TO TOTFMT-COD OF WORKER(1).
           MOVE "BEN" TO TOTFMT-COD OF WORKER(2).
           MOVE "OTH" TO TOTFMT-COD OF WORKER(3).
           MOVE "PYR" TO TOTFMT-COD OF WORKER(4).
           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 4
              MOVE 0 TO TOTFMT-CNT OF WORKER(I1)
              MOVE 0 TO TOTFMT-MNT OF WORKER(I1)
           END-PERFORM.
           MOVE 0                         TO CNT-SCHED   OF WORKER.
           MOVE 0                         TO CNT-START   OF WORKER.
           MOVE 0                         TO CNT-CHANGE  OF WORKER.
           MOVE 0                         TO CNT-STOP    OF WORKER.
           MOVE 0                         TO CNT-SAME    OF WORKER.
           MOVE 0                         TO CNT-NOAGY   OF WORKER.
SKH056     MOVE 0                         TO CNT-RESEND  OF WORKER.
           MOVE 0                         TO RETURN-CODE.

      * Run-control gate: an account whose first posting is still in
      * an unfinished ZST005 lot would be listed as unplaceable.
           MOVE SPACES                    TO RUNCTL-AREA.
           MOVE "ZSR020"                  TO RUNCTL-STEP OF RUNCTL-AREA.
           MOVE "ZST005"                  TO RUNCTL-PRED OF RUNCTL-AREA.
           PERFORM RUNCTL-GATE-NOPEND THRU RUNCTL-GATE-NOPEND-FN.
           IF GATE-BLOCKED OF RUNCTL-AREA
              @CWERR,ZSR020,"XXXX0240","ZST005 PENDING",,"I","2",\
                 "0","N","01"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
SKH056     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
           PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR028-01.
           STRING "ZSR020 DEDUCTION INSTRUCTIONS - FROM RPYMTH "
                  RPYMTH OF ZSR020
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

      * --> Same YYYYMM edit CHECK-RPYMTH applies in ZST005 - the
      *     agencies key the month straight into their deduction run.

           MOVE SPACES                    TO RPYMTH-INT OF WORKER.
           STRING RPYMTH OF ZSR020
                  "01"
                  DELIMITED BY SIZE INTO RPYMTH-INT OF WORKER
           END-STRING.
           @DATE,"O","0",RPYMTH-INT OF WORKER, RPYMTH-EXT OF WORKER,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE SPACES TO LIGNE OF AGR028-01
              STRING "RPYMTH IS NOT A VALID YYYYMM - NOTHING INSTRUCTED"
                     DELIMITED BY SIZE INTO LIGNE OF AGR028-01
              END-STRING
              @WRITE,AGR028-01,XX
              MOVE 8 TO RETURN-CODE
              GO PRG-END
           END-IF.

      * ================
      * Batch processing
      * ================

SKH056* --> What an earlier run of this same month and day already
SKH056*     recorded on AGD18-01 goes out again first - the files are
SKH056*     cut afresh on every run, and a re-run (after a lost
SKH056*     transmission, say) would otherwise find nothing to send.

SKH056     PERFORM START-INS THRU START-INS-FN.
SKH056     PERFORM LOOP-RESEND THRU LOOP-RESEND-FN
SKH056                   UNTIL NOT ACCESS-OK.

      * --> Every scheduled account, company by company

           MOVE 1                         TO SOCCUR OF WORKER.
           PERFORM START-SCH THRU START-SCH-FN.
           PERFORM LOOP-SCH THRU LOOP-SCH-FN
                         UNTIL NOT ACCESS-OK.

           MOVE 2                         TO SOCCUR OF WORKER.
           PERFORM START-SCH THRU START-SCH-FN.
           PERFORM LOOP-SCH THRU LOOP-SCH-FN
                         UNTIL NOT ACCESS-OK.

      * --> Accounts still being deducted whose schedule has run out

           PERFORM START-INS THRU START-INS-FN.
           PERFORM LOOP-INS THRU LOOP-INS-FN
                         UNTIL NOT ACCESS-OK.

           PERFORM WRITE-TRAILERS THRU WRITE-TRAILERS-FN.

           PERFORM PRG-REPORT THRU PRG-REPORT-FN.

       PRG-END.
      *--------*

           MOVE CNT-SCHED OF WORKER     TO RUNCTL-CNTRD OF RUNCTL-AREA.
           COMPUTE RUNCTL-CNTWR OF RUNCTL-AREA =
                   CNT-START OF WORKER + CNT-CHANGE OF WORKER +
SKH056             CNT-STOP OF WORKER + CNT-RESEND OF WORKER
           END-COMPUTE.
           PERFORM RUNCTL-END THRU RUNCTL-END-FN.

           @CLOSE,AGD06-01.
           @CLOSE,AGD09-01.
           @CLOSE,AGD12-01.
           @CLOSE,AGD13-01.
           @CLOSE,AGD18-01.
           @CLOSE,AGR028-01.
           @CLOSE,ZSD15-01.
           @CLOSE,ZSD16-01.
           @CLOSE,ZSD17-01.
           @CLOSE,ZSD18-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD33-01.
           @CLOSE,FCD02-01.
           @CLOSE,ZSD02-01.
           MOVE 2                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD33-01.
           @CLOSE,FCD02-01.
           @CLOSE,ZSD02-01.
           MOVE 1                         TO MLTSOC      OF CW-ITF.

      * --> Transaction end

           CALL "CWCOMMIT" USING CWACCESS CW-ITF.

           STOP RUN.


      * =======================
      * Treatment of the record
      * =======================

       START-SCH.
      *-----------*
           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           MOVE SPACES                  TO NUMCPT-LST OF WORKER.

           INITIALIZE CDD33-01.
           MOVE SPACES                  TO NUMCPT OF CDD33-01.

           @START,"3","GE",CDD33-01,XX.
           IF ACCESS-OK
              @READNX,CDD33-01,XX
           END-IF.

       START-SCH-FN.
      *--------------*
           EXIT.

      * --> The SWICAP row is the one START-CDD33 in ZST005 takes the
      *     month's capital and interest from - the first such row of
      *     an account is its schedule. The reads made for the account
      *     leave the CDD33-01 position alone, but the company slot is
      *     put back before the next read.

       LOOP-SCH.
      *----------*

           IF SWICAP OF CDD33-01 = "Y"
              AND NUMCPT OF CDD33-01 NOT = NUMCPT-LST OF WORKER
              MOVE NUMCPT OF CDD33-01   TO NUMCPT-LST OF WORKER
              MOVE NUMCPT OF CDD33-01   TO NUMCPT-CUR OF WORKER
              ADD MONRBT-INT OF CDD33-01 TO MONRBT-CAP OF CDD33-01
               GIVING MONRBT-TOT OF WORKER
              END-ADD
              PERFORM CHECK-SCHED THRU CHECK-SCHED-FN
           END-IF.

           MOVE SOCCUR OF WORKER        TO MLTSOC OF CW-ITF.
           @READNX,CDD33-01,XX.

       LOOP-SCH-FN.
      *------------*
           EXIT.


       CHECK-SCHED.
      *-------------*

           ADD 1 TO CNT-SCHED OF WORKER.

      * --> Plus the monthly insurance slice, rounded as ZST005 does

           MOVE SPACES                  TO ZSD02-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF ZSD02-01.
           @READZ,"1",ZSD02-01,XX.
           IF ACCESS-OK
              COMPUTE MONRBT-TOT OF WORKER = MONRBT-TOT OF WORKER +
                                  ( MONCHR OF ZSD02-01(2) / 12)
              END-COMPUTE
           END-IF.

           PERFORM CALL-FCRP THRU CALL-FCRP-FN.

      * --> A closed or frozen account is no longer to be deducted

           MOVE "N"                     TO SWISTP OF WORKER.
           MOVE SPACES                  TO FCD02-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT OF FCD02-01.
           @READZ,"1",FCD02-01,XX.
           IF ACCESS-OK
              IF STACPT-CLOSED OF FCD02-01
                 OR STACPT-FROZEN OF FCD02-01
                 MOVE "Y"               TO SWISTP OF WORKER
              END-IF
           END-IF.
           IF MONRBT-TOT OF WORKER NOT > 0
              MOVE "Y"                  TO SWISTP OF WORKER
           END-IF.

           PERFORM READ-INS THRU READ-INS-FN.

           IF ACCOUNT-STOPPED OF WORKER
              IF INS-ROW-FOUND OF WORKER
                 AND STAINS-ACTIVE OF AGD18-01
                 PERFORM SEND-STOP THRU SEND-STOP-FN
              END-IF
              GO CHECK-SCHED-FN
           END-IF.

           IF INS-ROW-FOUND OF WORKER
              AND STAINS-ACTIVE OF AGD18-01
              IF MONINS OF AGD18-01 = MONRBT-TOT OF WORKER
                 ADD 1 TO CNT-SAME OF WORKER
              ELSE
                 MOVE "C"               TO CODINS-WRK OF WORKER
                 MOVE MONRBT-TOT OF WORKER TO MONOUT OF WORKER
                 PERFORM SEND-INSTR THRU SEND-INSTR-FN
                 ADD 1 TO CNT-CHANGE OF WORKER
              END-IF
              GO CHECK-SCHED-FN
           END-IF.

      * --> Not instructed yet, or stopped and live again - a start,
      *     to the agency the account's last posting came in from.

           PERFORM FIND-AGENCY THRU FIND-AGENCY-FN.
           IF AGENCY-NONE OF WORKER
              PERFORM WRITE-NOAGY THRU WRITE-NOAGY-FN
              GO CHECK-SCHED-FN
           END-IF.

           MOVE "S"                     TO CODINS-WRK OF WORKER.
           MOVE MONRBT-TOT OF WORKER    TO MONOUT OF WORKER.
           PERFORM SEND-INSTR THRU SEND-INSTR-FN.
           ADD 1 TO CNT-START OF WORKER.

       CHECK-SCHED-FN.
      *---------------*
           EXIT.


       READ-INS.
      *----------*
           MOVE SPACES                  TO AGD18-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT-INS OF AGD18-01.
           @READZ,"1",AGD18-01,XX.
           IF ACCESS-OK
              MOVE "Y"                  TO SWIINS OF WORKER
           ELSE
              MOVE "N"                  TO SWIINS OF WORKER
           END-IF.

       READ-INS-FN.
      *-------------*
           EXIT.

      * --> The agency and the identity it knows the account under come
      *     off the last main-line posting still standing on the
      *     AGD09-01 ledger (Key "1" is account-first, lots in order),
      *     read back through the AGD06-01 row it mirrors - or that
      *     row's AGD13-01 archive image - for its DONEVT view, the
      *     same way ZSR012 recovers a return row's fields.

       FIND-AGENCY.
      *-------------*

           MOVE "N"                     TO SWIAGY OF WORKER.
           MOVE SPACES                  TO REFOPN-AGY OF WORKER.
           MOVE SPACES                  TO NUMTEC-AGY OF WORKER.

           INITIALIZE AGD09-01.
           MOVE NUMCPT-CUR OF WORKER    TO NUMCPT-THA-HIS OF AGD09-01.
           MOVE SPACES                  TO REFOPN-HIS OF AGD09-01.
           MOVE SPACES                  TO NUMTEC-HIS OF AGD09-01.

           @START,"1","GE",AGD09-01,XX.
           IF ACCESS-OK
              @READNX,AGD09-01,XX
              PERFORM UNTIL NOT ACCESS-OK
              OR NUMCPT-THA-HIS OF AGD09-01 NOT = NUMCPT-CUR OF WORKER
                 IF STAHIS-POSTED OF AGD09-01
                    AND INSIND-HIS-NO OF AGD09-01
                    MOVE REFOPN-HIS OF AGD09-01 TO REFOPN-AGY OF WORKER
                    MOVE NUMTEC-HIS OF AGD09-01 TO NUMTEC-AGY OF WORKER
                 END-IF
                 @READNX,AGD09-01,XX
              END-PERFORM
           END-IF.

           IF REFOPN-AGY OF WORKER = SPACES
              GO FIND-AGENCY-FN
           END-IF.

           MOVE SPACES                  TO AGD06-01.
           MOVE REFOPN-AGY OF WORKER    TO REFLOT OF AGD06-01.
           MOVE NUMTEC-AGY OF WORKER    TO NUMTEC OF AGD06-01.
           @READZ,"1",AGD06-01,XX.
           IF NOT ACCESS-OK
              MOVE SPACES               TO AGD13-01
              MOVE REFOPN-AGY OF WORKER TO REFLOT-ARC OF AGD13-01
              MOVE NUMTEC-AGY OF WORKER TO NUMTEC-ARC OF AGD13-01
              @READZ,"1",AGD13-01,XX
              IF NOT ACCESS-OK
                 GO FIND-AGENCY-FN
              END-IF
              MOVE AGDARC OF AGD13-01   TO AGD06-01
           END-IF.

           IF INS-ROW-NONE OF WORKER
              MOVE SPACES               TO AGD18-01
              MOVE NUMCPT-CUR OF WORKER TO NUMCPT-INS OF AGD18-01
              MOVE 0                    TO MONINS OF AGD18-01
           END-IF.
           MOVE SOCCUR OF WORKER        TO MLTSOC-INS OF AGD18-01.
           MOVE NOMFIC-AGD OF AGD06-01  TO NOMFIC-INS OF AGD18-01.
           MOVE SPACES                  TO IDTINS OF AGD18-01.

           EVALUATE NOMFIC-AGD OF AGD06-01
           WHEN "ANG"
              MOVE DONEVT-ANG-NUMIDT OF AGD06-01
                                  TO IDTINS-ANG-NUMIDT OF AGD18-01
              MOVE DONEVT-ANG-TYPDED OF AGD06-01
                                  TO IDTINS-ANG-TYPDED OF AGD18-01
              MOVE DONEVT-ANG-NUMMEM OF AGD06-01
                                  TO IDTINS-ANG-NUMMEM OF AGD18-01
           WHEN "BEN"
              MOVE DONEVT-BEN-NUMCPT OF AGD06-01
                                  TO IDTINS-BEN-NUMCPT OF AGD18-01
              MOVE DONEVT-BEN-NUMIDT OF AGD06-01
                                  TO IDTINS-BEN-NUMIDT OF AGD18-01
              MOVE DONEVT-BEN-TYPDED-LOA OF AGD06-01
                                  TO IDTINS-BEN-TYPDED-LOA OF AGD18-01
           WHEN "OTH"
              MOVE DONEVT-OTH-IDTCLI OF AGD06-01
                                  TO IDTINS-OTH-IDTCLI OF AGD18-01
              MOVE DONEVT-OTH-NUMCPT OF AGD06-01
                                  TO IDTINS-OTH-NUMCPT OF AGD18-01
              MOVE DONEVT-OTH-DEPCOD OF AGD06-01
                                  TO IDTINS-OTH-DEPCOD OF AGD18-01
           WHEN "PYR"
              MOVE DONEVT-PYR-NUMAJA OF AGD06-01
                                  TO IDTINS-PYR-NUMAJA OF AGD18-01
              MOVE DONEVT-PYR-NUMCPT OF AGD06-01
                                  TO IDTINS-PYR-NUMCPT OF AGD18-01
           WHEN OTHER
              GO FIND-AGENCY-FN
           END-EVALUATE.

           MOVE "Y"                     TO SWIAGY OF WORKER.

       FIND-AGENCY-FN.
      *---------------*
           EXIT.


       SEND-STOP.
      *-----------*
           MOVE "P"                     TO CODINS-WRK OF WORKER.
           MOVE 0                       TO MONOUT OF WORKER.
           PERFORM SEND-INSTR THRU SEND-INSTR-FN.
           ADD 1 TO CNT-STOP OF WORKER.

       SEND-STOP-FN.
      *-------------*
           EXIT.

      * --> One instruction row in the agency's own file, then what the
      *     agency now holds is recorded on AGD18-01 (the record is in
      *     the buffer - read, or built by FIND-AGENCY).

       SEND-INSTR.
      *------------*

SKH056     PERFORM EMIT-INSTR THRU EMIT-INSTR-FN.

           MOVE MONOUT OF WORKER        TO MONINS OF AGD18-01.
           MOVE CODINS-WRK OF WORKER    TO CODINS-LST OF AGD18-01.
           MOVE RPYMTH OF ZSR020        TO RPYMTH-INS OF AGD18-01.
           MOVE DATBUS OF CWTECH        TO DATINS OF AGD18-01.
           IF CODINS-WRK OF WORKER = "P"
              MOVE "S"                  TO STAINS OF AGD18-01
           ELSE
              MOVE "A"                  TO STAINS OF AGD18-01
           END-IF.

           IF INS-ROW-FOUND OF WORKER
              @REWRITE,AGD18-01,XX
           ELSE
              @WRITE,AGD18-01,XX
           END-IF.
           IF NOT ACCESS-OK
              @CWERR,ZSR020,"ZSR02003","AGD18-01",\
                            ,"I","1","5","Y","15"
           END-IF.

SKH056     PERFORM LIST-INSTR THRU LIST-INSTR-FN.

       SEND-INSTR-FN.
      *--------------*
           EXIT.

SKH056* --> The row in the agency's own file, and its format's totals.

SKH056 EMIT-INSTR.
SKH056*-----------*

           EVALUATE NOMFIC-INS OF AGD18-01
           WHEN "ANG"
              MOVE 1                    TO I1 OF WORKER
              PERFORM WRITE-INS-ANG THRU WRITE-INS-ANG-FN
           WHEN "BEN"
              MOVE 2                    TO I1 OF WORKER
              PERFORM WRITE-INS-BEN THRU WRITE-INS-BEN-FN
           WHEN "OTH"
              MOVE 3                    TO I1 OF WORKER
              PERFORM WRITE-INS-OTH THRU WRITE-INS-OTH-FN
           WHEN "PYR"
              MOVE 4                    TO I1 OF WORKER
              PERFORM WRITE-INS-PYR THRU WRITE-INS-PYR-FN
           END-EVALUATE.

           ADD 1                   TO TOTFMT-CNT OF WORKER(I1).
           ADD MONOUT OF WORKER    TO TOTFMT-MNT OF WORKER(I1).

SKH056 EMIT-INSTR-FN.
SKH056*--------------*
SKH056     EXIT.


SKH056 LIST-INSTR.
SKH056*-----------*

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE MONOUT OF WORKER TO MNT-EDIT OF WORKER.
           STRING CODINS-WRK OF WORKER
                  " "
                  NOMFIC-INS OF AGD18-01
                  " "
                  NUMCPT-INS OF AGD18-01
                  " IDT="
                  IDTINS OF AGD18-01
                  " MNT="
                  MNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

SKH056 LIST-INSTR-FN.
SKH056*--------------*
SKH056     EXIT.


       WRITE-INS-ANG.
      *---------------*

           MOVE SPACES                      TO ZSD15-01.
           MOVE "1"                         TO TYPROW OF ZSD15-01.
           MOVE CODINS-WRK OF WORKER        TO CODINS OF ZSD15-01.
           MOVE IDTINS-ANG-NUMIDT OF AGD18-01
                                            TO NUMIDT OF ZSD15-01.
           MOVE IDTINS-ANG-TYPDED OF AGD18-01
                                            TO TYPDED OF ZSD15-01.
           MOVE IDTINS-ANG-NUMMEM OF AGD18-01
                                            TO NUMMEM OF ZSD15-01.
           MOVE RPYMTH OF ZSR020            TO DEDMTH OF ZSD15-01.

           @MONTAN,"O","4", MONOUT OF WORKER,\
           AMOINS OF ZSD15-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO AMOINS OF ZSD15-01
           END-IF.

           @WRITE,ZSD15-01,XX.

       WRITE-INS-ANG-FN.
      *------------------*
           EXIT.


       WRITE-INS-BEN.
      *---------------*

           MOVE SPACES                      TO ZSD16-01.
           MOVE "D"                         TO TYPREC OF ZSD16-01.
           MOVE CODINS-WRK OF WORKER        TO CODINS OF ZSD16-01.
           MOVE IDTINS-BEN-NUMCPT OF AGD18-01
                                            TO NUMCPT OF ZSD16-01.
           MOVE IDTINS-BEN-NUMIDT OF AGD18-01
                                            TO NUMIDT OF ZSD16-01.
           MOVE IDTINS-BEN-TYPDED-LOA OF AGD18-01
                                            TO TYPDED-LOA OF ZSD16-01.
           MOVE RPYMTH OF ZSR020            TO RPYMTH OF ZSD16-01.

           @MONTAN,"O","4", MONOUT OF WORKER,\
           AMOINS OF ZSD16-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO AMOINS OF ZSD16-01
           END-IF.

           @WRITE,ZSD16-01,XX.

       WRITE-INS-BEN-FN.
      *------------------*
           EXIT.


       WRITE-INS-OTH.
      *---------------*

           MOVE SPACES                      TO ZSD17-01.
           MOVE "D"                         TO TYPREC OF ZSD17-01.
           MOVE CODINS-WRK OF WORKER        TO CODINS OF ZSD17-01.
           MOVE IDTINS-OTH-IDTCLI OF AGD18-01
                                            TO IDTCLI OF ZSD17-01.
           MOVE IDTINS-OTH-NUMCPT OF AGD18-01
                                            TO NUMCPT OF ZSD17-01.
           MOVE IDTINS-OTH-DEPCOD OF AGD18-01
                                            TO DEPCOD OF ZSD17-01.
           MOVE RPYMTH OF ZSR020            TO RPYMTH OF ZSD17-01.

           @MONTAN,"O","4", MONOUT OF WORKER,\
           AMOINS OF ZSD17-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO AMOINS OF ZSD17-01
           END-IF.

           @WRITE,ZSD17-01,XX.

       WRITE-INS-OTH-FN.
      *------------------*
           EXIT.


       WRITE-INS-PYR.
      *---------------*

           MOVE SPACES                      TO ZSD18-01.
           MOVE "D"                         TO TYPREC OF ZSD18-01.
           MOVE CODINS-WRK OF WORKER        TO CODINS OF ZSD18-01.
           MOVE IDTINS-PYR-NUMAJA OF AGD18-01
                                            TO NUMAJA OF ZSD18-01.
           MOVE IDTINS-PYR-NUMCPT OF AGD18-01
                                            TO NUMCPT OF ZSD18-01.
           MOVE RPYMTH OF ZSR020            TO RPYMTH OF ZSD18-01.

           @MONTAN,"O","4", MONOUT OF WORKER,\
           AMOINS OF ZSD18-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO AMOINS OF ZSD18-01
           END-IF.

           @WRITE,ZSD18-01,XX.

       WRITE-INS-PYR-FN.
      *------------------*
           EXIT.


       WRITE-NOAGY.
      *-------------*

           ADD 1 TO CNT-NOAGY OF WORKER.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE MONRBT-TOT OF WORKER TO MNT-EDIT OF WORKER.
           STRING "NOT PLACED "
                  NUMCPT-CUR OF WORKER
                  " MNT="
                  MNT-EDIT OF WORKER
                  " : NO POSTING RECEIVED FROM ANY AGENCY"
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

       WRITE-NOAGY-FN.
      *---------------*
           EXIT.


       START-INS.
      *-----------*
           INITIALIZE AGD18-01.
           MOVE SPACES                  TO NUMCPT-INS OF AGD18-01.

           @START,"1","GE",AGD18-01,XX.
           IF ACCESS-OK
              @READNX,AGD18-01,XX
           END-IF.

       START-INS-FN.
      *-------------*
           EXIT.

SKH056* --> The instruction last recorded for the account, as it was
SKH056*     sent - AGD18-01 is left as it stands.

SKH056 LOOP-RESEND.
SKH056*------------*

SKH056     IF RPYMTH-INS OF AGD18-01 = RPYMTH OF ZSR020
SKH056        AND DATINS OF AGD18-01 = DATBUS OF CWTECH
SKH056        MOVE CODINS-LST OF AGD18-01 TO CODINS-WRK OF WORKER
SKH056        MOVE MONINS OF AGD18-01     TO MONOUT OF WORKER
SKH056        PERFORM EMIT-INSTR THRU EMIT-INSTR-FN
SKH056        PERFORM LIST-INSTR THRU LIST-INSTR-FN
SKH056        ADD 1 TO CNT-RESEND OF WORKER
SKH056     END-IF.

SKH056     @READNX,AGD18-01,XX.

SKH056 LOOP-RESEND-FN.
SKH056*---------------*
SKH056     EXIT.

      * --> An account still being deducted that has no SWICAP
      *     schedule row left was not seen by the schedule pass - its
      *     loan has finished, so the agency is told to stop now, not
      *     left to find out from a refund. The schedule lookup does
      *     not touch AGD18-01, whose position carries the scan on.

       LOOP-INS.
      *----------*

           IF STAINS-ACTIVE OF AGD18-01
              MOVE NUMCPT-INS OF AGD18-01 TO NUMCPT-CUR OF WORKER
              MOVE MLTSOC-INS OF AGD18-01 TO MLTSOC OF CW-ITF
              PERFORM GET-SCHED THRU GET-SCHED-FN
              IF SCHED-MISSING OF WORKER
                 MOVE "Y"               TO SWIINS OF WORKER
                 PERFORM SEND-STOP THRU SEND-STOP-FN
              END-IF
           END-IF.

           @READNX,AGD18-01,XX.

       LOOP-INS-FN.
      *------------*
           EXIT.

      * --> Same positioning as GET-MONRBT in ZST006: the account's
      *     CDD33-01 rows, looking for the SWICAP one.

       GET-SCHED.
      *-----------*

           MOVE "N"                      TO SWISCH OF WORKER.
           MOVE "N"                      TO SWIFIN-RBT OF WORKER.

           INITIALIZE CDD33-01.
           MOVE NUMCPT-CUR OF WORKER     TO NUMCPT OF CDD33-01.

           @START,"3","==",CDD33-01,XX.
           IF ACCESS-OK
              @READNX,CDD33-01,XX
              PERFORM UNTIL NOT ACCESS-OK
              OR SWIFIN-RBT OF WORKER = "Y"
                 IF SWICAP OF CDD33-01 = "Y"
                    MOVE "Y"             TO SWIFIN-RBT OF WORKER
                    MOVE "Y"             TO SWISCH     OF WORKER
                 END-IF
                 @READNX,CDD33-01,XX
              END-PERFORM
           END-IF.

       GET-SCHED-FN.
      *-------------*
           EXIT.


       CALL-FCRP.
      *----------*
           MOVE SPACES              TO FCRP.
           MOVE "04"                TO MDEAPE OF FCRP.
           MOVE DEVLCL OF XXXXV     TO ISODE1 OF FCRP.
           MOVE MONRBT-TOT OF WORKER TO MONTA1 OF FCRP.
           MOVE "Y"                 TO SWITRQ OF FCRP.

           CALL "FCRPR"  USING    FCRP
                                     CW-ITF
           IF CODRET OF FCRP NOT = "00"
              @CWERR,ZSR020,"XXXX0195",,,\
                            "I","1","5","Y","11"
           END-IF.

           MOVE ZEROES TO MONRBT-TOT OF WORKER.
           MOVE MONTA2 OF FCRP      TO MONRBT-TOT OF WORKER.

       CALL-FCRP-FN.
      *-------------*
           EXIT.

      * --> Every file gets its trailer, even with zero details, so an
      *     agency expecting an instruction file can still confirm
      *     "no changes this month".

       WRITE-TRAILERS.
      *----------------*

           MOVE SPACES                      TO ZSD15-01.
           MOVE "9"                         TO TYPROW OF ZSD15-01.
           MOVE TOTFMT-CNT OF WORKER(1)     TO CNTINS OF ZSD15-01.
           MOVE TOTFMT-MNT OF WORKER(1)     TO MONOUT OF WORKER.
           @MONTAN,"O","4", MONOUT OF WORKER,\
           TOTINS OF ZSD15-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO TOTINS OF ZSD15-01
           END-IF.
           @WRITE,ZSD15-01,XX.

           MOVE SPACES                      TO ZSD16-01.
           MOVE "T"                         TO TYPREC OF ZSD16-01.
           MOVE TOTFMT-CNT OF WORKER(2)     TO CNTINS OF ZSD16-01.
           MOVE TOTFMT-MNT OF WORKER(2)     TO MONOUT OF WORKER.
           @MONTAN,"O","4", MONOUT OF WORKER,\
           TOTINS OF ZSD16-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO TOTINS OF ZSD16-01
           END-IF.
           @WRITE,ZSD16-01,XX.

           MOVE SPACES                      TO ZSD17-01.
           MOVE "T"                         TO TYPREC OF ZSD17-01.
           MOVE TOTFMT-CNT OF WORKER(3)     TO CNTINS OF ZSD17-01.
           MOVE TOTFMT-MNT OF WORKER(3)     TO MONOUT OF WORKER.
           @MONTAN,"O","4", MONOUT OF WORKER,\
           TOTINS OF ZSD17-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO TOTINS OF ZSD17-01
           END-IF.
           @WRITE,ZSD17-01,XX.

           MOVE SPACES                      TO ZSD18-01.
           MOVE "T"                         TO TYPREC OF ZSD18-01.
           MOVE TOTFMT-CNT OF WORKER(4)     TO CNTINS OF ZSD18-01.
           MOVE TOTFMT-MNT OF WORKER(4)     TO MONOUT OF WORKER.
           @MONTAN,"O","4", MONOUT OF WORKER,\
           TOTINS OF ZSD18-01,,XX
           IF CODRET OF CWFRMT NOT = "00"
              MOVE  "0.00"                  TO TOTINS OF ZSD18-01
           END-IF.
           @WRITE,ZSD18-01,XX.

       WRITE-TRAILERS-FN.
      *-------------------*
           EXIT.


       PRG-REPORT.
      *------------*

           MOVE SPACES TO LIGNE OF AGR028-01.
           @WRITE,AGR028-01,XX.

           PERFORM VARYING I1 FROM 1 BY 1 UNTIL I1 > 4
              MOVE SPACES TO LIGNE OF AGR028-01
              MOVE TOTFMT-CNT OF WORKER(I1) TO CNT-EDIT OF WORKER
              MOVE TOTFMT-MNT OF WORKER(I1) TO MNT-EDIT OF WORKER
              STRING "AGENCY " TOTFMT-COD OF WORKER(I1)
                     " INSTRUCTIONS=" CNT-EDIT OF WORKER
                     " TOTAL=" MNT-EDIT OF WORKER
                     DELIMITED BY SIZE INTO LIGNE OF AGR028-01
              END-STRING
              @WRITE,AGR028-01,XX
           END-PERFORM.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE CNT-SCHED OF WORKER TO CNT-EDIT OF WORKER.
           STRING "SCHEDULES READ=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE CNT-START OF WORKER TO CNT-EDIT OF WORKER.
           STRING "STARTS=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE CNT-CHANGE OF WORKER TO CNT-EDIT OF WORKER.
           STRING "CHANGES=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE CNT-STOP OF WORKER TO CNT-EDIT OF WORKER.
           STRING "STOPS=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE CNT-SAME OF WORKER TO CNT-EDIT OF WORKER.
           STRING "UNCHANGED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

           MOVE SPACES TO LIGNE OF AGR028-01.
SKH056     MOVE CNT-RESEND OF WORKER TO CNT-EDIT OF WORKER.
SKH056     STRING "SENT AGAIN=" CNT-EDIT OF WORKER
SKH056            DELIMITED BY SIZE INTO LIGNE OF AGR028-01
SKH056     END-STRING.
SKH056     @WRITE,AGR028-01,XX.

           MOVE SPACES TO LIGNE OF AGR028-01.
           MOVE CNT-NOAGY OF WORKER TO CNT-EDIT OF WORKER.
           STRING "NOT PLACED=" CNT-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR028-01
           END-STRING.
           @WRITE,AGR028-01,XX.

      * --> Non-zero RETURN-CODE so the scheduler can flag scheduled
      *     accounts no agency has been told to deduct for.

           IF CNT-NOAGY OF WORKER > 0
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
