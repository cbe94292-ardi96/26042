      *****************************************************************
      *  PERCTL : accounting period status of one company and          *
      *           repayment month, off the AGD22-01 period-control     *
      *           file ZST012 keeps - shared through "COPY PERCTL."    *
      *           at PROCEDURE DIVISION level, the same way RUNCTL     *
      *           is. Every program that posts into a month (ZST005,   *
      *           the ZSR008 re-drive, ZST010 corrections) asks it     *
      *           first and leaves a PERCTL-CLOSED month alone; a      *
      *           month still closing takes postings. The program      *
      *           must have AGD22-01 open and the PERCTLC area filled  *
      *           in.                                                  *
      *****************************************************************

       PERCTL-CHECK.
      *-------------*
           MOVE SPACE                TO PERCTL-STAPER OF PERCTL-AREA.

           MOVE SPACES               TO AGD22-01.
           MOVE PERCTL-MLTSOC OF PERCTL-AREA
                                     TO MLTSOC-PER OF AGD22-01.
           MOVE PERCTL-PERMTH OF PERCTL-AREA
                                     TO PERMTH-PER OF AGD22-01.
           @READZ,"1",AGD22-01,XX.
           IF ACCESS-OK
              MOVE STAPER OF AGD22-01
                                     TO PERCTL-STAPER OF PERCTL-AREA
           END-IF.

       PERCTL-CHECK-FN.
      *----------------*
           EXIT.
