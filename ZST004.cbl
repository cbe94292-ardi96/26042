      *     and unconvertible amount fields are reported up front so a *
      *     file can be rejected and resent instead of being found one *
      *     CODERR at a time inside a committed ZST005 run.            *
SKH051*     A supplementary delivery of the same format on the same     *
SKH051*     business date (NUMLIV "2".."9") keeps its own run-control   *
SKH051*     row, so the morning pass is not overwritten.                *
      *                                                                 *
      *******************************************************************
      *                                                                 *
SKH030     MOVE SPACES                    TO RUNCTL-AREA.
SKH030     MOVE "ZST004"                  TO RUNCTL-STEP OF RUNCTL-AREA.
SKH030     MOVE NOMFIC OF ZST004        TO RUNCTL-NOMFIC OF RUNCTL-AREA.
SKH051     MOVE NUMLIV OF ZST004        TO RUNCTL-NUMLIV OF RUNCTL-AREA.
SKH030     MOVE DATBUS OF CWTECH        TO RUNCTL-DATBUS OF RUNCTL-AREA.
SKH030     PERFORM RUNCTL-START THRU RUNCTL-START-FN.

           MOVE SPACES                    TO LIGNE OF AGR007-01.
           STRING "ZST004 PRE-EDIT VALIDATION - " NOMFIC OF ZST004
SKH051            " DELIVERY " NUMLIV OF ZST004
                  DELIMITED BY SIZE INTO LIGNE OF AGR007-01
           END-STRING.
           @WRITE,AGR007-01,XX.
