      *****************************************************************
      *  AGD18-01 : deduction-instruction state - one row per account  *
      *             ZSR020 has ever instructed an agency to deduct     *
      *             for, holding what the agency was last told, so     *
      *             only differences from the current CDD33-01         *
      *             schedule go out on the next instruction file.      *
      *  Key "1"  = NUMCPT-INS                                         *
      *                                                                *
      *  IDTINS carries the account's identity in the agency's own     *
      *  terms (one view per NOMFIC-INS format), taken off the last    *
      *  posting received for it when the account is first started.    *
      *****************************************************************
       01  AGD18-01.
           03  NUMCPT-INS                 PIC X(12).
           03  MLTSOC-INS                 PIC 9(01).
           03  NOMFIC-INS                 PIC X(03).
           03  IDTINS                     PIC X(20).
           03  IDTINS-ANG REDEFINES IDTINS.
               05  IDTINS-ANG-NUMIDT          PIC X(04).
               05  IDTINS-ANG-TYPDED          PIC X(02).
               05  IDTINS-ANG-NUMMEM          PIC X(12).
               05  FILLER                     PIC X(02).
           03  IDTINS-BEN REDEFINES IDTINS.
               05  IDTINS-BEN-NUMCPT          PIC X(12).
               05  IDTINS-BEN-NUMIDT          PIC X(04).
               05  IDTINS-BEN-TYPDED-LOA      PIC X(02).
               05  FILLER                     PIC X(02).
           03  IDTINS-OTH REDEFINES IDTINS.
               05  IDTINS-OTH-IDTCLI          PIC X(04).
               05  IDTINS-OTH-NUMCPT          PIC X(12).
               05  IDTINS-OTH-DEPCOD          PIC X(04).
           03  IDTINS-PYR REDEFINES IDTINS.
               05  IDTINS-PYR-NUMAJA          PIC X(04).
               05  IDTINS-PYR-NUMCPT          PIC X(12).
               05  FILLER                     PIC X(04).
      *        Monthly amount last instructed (zero once stopped).
           03  MONINS                     PIC S9(14)V9(02) COMP-3.
           03  STAINS                     PIC X(01).
               88  STAINS-ACTIVE              VALUE "A".
               88  STAINS-STOPPED             VALUE "S".
      *        Last instruction sent - "S" start, "C" change, "P" stop -
      *        the first month it applied to and the day it went out.
           03  CODINS-LST                 PIC X(01).
           03  RPYMTH-INS                 PIC X(06).
           03  DATINS                     PIC X(08).
