      *             failed predecessor row, and ZSR013 prints the      *
      *             whole chain for the shift operator.                *
SKH032*  Key "1"  = STEP-RC + REFOPN-RC + NOMFIC-RC + PARTID-RC       *
SKH051*             + NUMLIV-RC                                       *
      *****************************************************************
       01  AGD12-01.
           03  STEP-RC                    PIC X(08).
           03  NOMFIC-RC                  PIC X(03).
SKH032*        Partition of a sliced ZST005 run, spaces otherwise.
SKH032     03  PARTID-RC                  PIC X(02).
SKH051*        Delivery number of the format within the business date -
SKH051*        space for the first file, "2".."9" for a supplementary
SKH051*        delivery (ZST004 has no lot, so only this tells two
SKH051*        same-day pre-edit passes of one format apart).
SKH051     03  NUMLIV-RC                  PIC X(01).
      *        Business date of the run (DATBUS), blank for programs
      *        launched without the CWOPT technical linkage - used by
      *        RUNCTL-GATE so yesterday's clean ZST004 row cannot let
