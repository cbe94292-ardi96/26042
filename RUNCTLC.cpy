           03  RUNCTL-NOMFIC              PIC X(03).
SKH032*        Partition of a sliced ZST005 run, spaces otherwise.
SKH032     03  RUNCTL-PARTID              PIC X(02).
SKH051*        Delivery of the format within the business date - space
SKH051*        for the day's first (or only) file, "2".."9" for a
SKH051*        supplementary delivery of the same NOMFIC.
SKH051     03  RUNCTL-NUMLIV              PIC X(01).
      *        Predecessor step to gate on - spaces = no gate. A blank
      *        RUNCTL-PRED-NOMFIC matches the predecessor's row under
      *        any format.
           03  RUNCTL-PRED                PIC X(08).
           03  RUNCTL-PRED-REFOPN         PIC X(10).
           03  RUNCTL-PRED-NOMFIC         PIC X(03).
SKH051     03  RUNCTL-PRED-NUMLIV         PIC X(01).
      *        Business date (DATBUS) - spaces skips the same-night
      *        freshness check in RUNCTL-GATE.
           03  RUNCTL-DATBUS              PIC X(08).
           03  RUNCTL-GATE-SWI            PIC X(01).
               88  GATE-OK                      VALUE "Y".
               88  GATE-BLOCKED                 VALUE "N".
SKH051*        Every lot the RUNCTL-PRED step ran for RUNCTL-PRED-
SKH051*        NOMFIC on RUNCTL-DATBUS, one entry per REFOPN whatever
SKH051*        the number of partitions, filled by RUNCTL-DAY-LOTS.
SKH051*        RUNCTL-DAY-STA is "Y" when every row of the lot ended
SKH051*        with RETURN-CODE zero.
SKH051     03  RUNCTL-DAY-NBR             PIC 9(02).
SKH051     03  RUNCTL-DAY-LOT OCCURS 9.
SKH051         05  RUNCTL-DAY-REFOPN      PIC X(10).
SKH051         05  RUNCTL-DAY-NUMLIV      PIC X(01).
SKH051         05  RUNCTL-DAY-STA         PIC X(01).
SKH051     03  RUNCTL-DAY-I               PIC 9(02).
SKH051     03  RUNCTL-DAY-SWI             PIC X(01).
SKH051         88  DAY-LOT-KNOWN                VALUE "Y".
SKH051         88  DAY-LOT-NEW                  VALUE "N".
