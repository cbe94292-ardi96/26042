      *     name from CDD01-01 - for every reject older than the run    *
      *     limit passed in. Rejected money is money owed back to a     *
      *     member; this is the list of who has been waiting longest.   *
SKH052*     Each escalation line also shows how many AGD19-01 dispute   *
SKH052*     cases the member's account has still pending.               *
      *                                                                 *
      *******************************************************************
      *                                                                 *
           @COPFIC, CDD01-01.
           @COPFIC, TAD01-01.
SKH030     @COPFIC, AGD12-01.
SKH052     @COPFIC, AGD19-01.
           @MLTCOPY.

      * ====================
           03  CNT-REJ                    PIC 9(07).
           03  CNT-ESCAL                  PIC 9(07).
           03  CNT-EDIT                   PIC ZZZZZZ9.
SKH052     03  CNT-DSP                    PIC 9(03).
SKH052     03  DSP-EDIT                   PIC ZZ9.
           03  MNT-EDIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  CWITF.
           @OPEN,"OUT",AGR014-01.
           @OPEN,"IO",TAD01-01.
SKH030     @OPEN,"IO",AGD12-01.
SKH052     @OPEN,"IO",AGD19-01.

      * CDD01-01 is multiplexed by MLTSOC (see ZST005's INIT-J2) - both
      * companies' slots have to be opened up front, since the reject
           @CLOSE,AGR014-01.
           @CLOSE,TAD01-01.
SKH030     @CLOSE,AGD12-01.
SKH052     @CLOSE,AGD19-01.

           MOVE 1                         TO MLTSOC      OF CW-ITF.
           @CLOSE,CDD01-01.
              END-IF
           END-IF.

SKH052     PERFORM COUNT-DSP THRU COUNT-DSP-FN.

           MOVE SPACES TO LIGNE OF AGR014-01.
           MOVE MONMVT-AGD OF AGD06-01 TO MNT-EDIT OF WORKER.
           STRING "REFLOT=" REFLOT OF AGD06-01
                  " " NOMFIC-AGD OF AGD06-01
                  " CODERR=" MOTRFU OF AGD06-01
                  " AGE=" AGERUN OF WORKER
SKH052            " " NOMCLI-WRK OF WORKER (1:32)
                  " " NUMCPT-PRT OF WORKER
                  " MNT=" MNT-EDIT OF WORKER
SKH052            " DSP=" DSP-EDIT OF WORKER
                  DELIMITED BY SIZE INTO LIGNE OF AGR014-01
           END-STRING.
           @WRITE,AGR014-01,XX.
      *----------------*
           EXIT.

SKH052* --> Pending dispute cases of the account (open, investigating,
SKH052*     or refund approved and not yet closed), off AGD19-01's
SKH052*     Key "2" - every month of the account, not only the reject's.

SKH052 COUNT-DSP.
SKH052*----------*
SKH052     MOVE 0                       TO CNT-DSP OF WORKER.

SKH052     IF NUMCPT-PRT OF WORKER NOT = SPACES
SKH052        MOVE SPACES               TO AGD19-01
SKH052        MOVE NUMCPT-PRT OF WORKER TO NUMCPT-DSP OF AGD19-01
SKH052        @START,"2","GE",AGD19-01,XX
SKH052        IF ACCESS-OK
SKH052           @READNX,AGD19-01,XX
SKH052        END-IF
SKH052        PERFORM UNTIL NOT ACCESS-OK
SKH052        OR NUMCPT-DSP OF AGD19-01 NOT = NUMCPT-PRT OF WORKER
SKH052           IF STADSP-PENDING OF AGD19-01
SKH052              AND CNT-DSP OF WORKER < 999
SKH052              ADD 1               TO CNT-DSP OF WORKER
SKH052           END-IF
SKH052           @READNX,AGD19-01,XX
SKH052        END-PERFORM
SKH052     END-IF.

SKH052     MOVE CNT-DSP OF WORKER       TO DSP-EDIT OF WORKER.

SKH052 COUNT-DSP-FN.
SKH052*-------------*
SKH052     EXIT.

      * --> Rebuilds the same composite key READ-ZZ4 in ZST005 would
      *     have built from the original input record, off the
      *     per-format view of DONEVT, and retries the same ZZ4 /
