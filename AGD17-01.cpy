      *****************************************************************
      *  AGD17-01 : ZZ1 / ZZ4 mapping history - one row per version of *
      *             a TAD01-01 "ZZ1" or "ZZ4" row, written by ZST006   *
      *             as it adds, replaces or deletes the live row, so a *
      *             deduction can be mapped as of its own repayment    *
      *             month instead of only as of today (see MAPHIS).    *
      *  Key "1"  = NUMTBL-MAP + ARGTBL-MAP + VERMAP                   *
      *  Key "2"  = OLDCPT-MAP + NUMTBL-MAP + ARGTBL-MAP + VERMAP      *
      *             (alternate - one old account's whole history)      *
SKH055*             OLDCPT-MAP leads the record so that Key "2" is one *
SKH055*             group of adjacent fields.                          *
      *                                                                *
      *  A version is in force from DATFRM-MAP up to DATTO-MAP, which  *
      *  is the next version's DATFRM-MAP (spaces while current). A    *
      *  "D" version records that the mapping was deleted from that    *
      *  date. A live row that already existed when its first change   *
      *  was recorded gets a seeded version 1 (CODACT-MAP "S") holding *
      *  the before-image, in force from DATFRM-MAP "00000000".        *
      *****************************************************************
       01  AGD17-01.
      *        The old account the row maps from - ARGTBL(1:12) for a
      *        ZZ1 row, LIBEL1 for a ZZ4 row.
SKH055     03  OLDCPT-MAP                 PIC X(12).
           03  NUMTBL-MAP                 PIC X(03).
           03  ARGTBL-MAP                 PIC X(30).
           03  VERMAP                     PIC 9(04).
           03  LIBEL1-MAP                 PIC X(12).
           03  ZONTBL-MAP                 PIC X(12).
           03  STAMAP                     PIC X(01).
               88  STAMAP-ACTIVE              VALUE "A".
               88  STAMAP-DELETED             VALUE "D".
           03  DATFRM-MAP                 PIC X(08).
           03  DATTO-MAP                  PIC X(08).
           03  CODACT-MAP                 PIC X(01).
               88  CODACT-MAP-ADD             VALUE "A".
               88  CODACT-MAP-REPLACE         VALUE "R".
               88  CODACT-MAP-DELETE          VALUE "D".
               88  CODACT-MAP-SEED            VALUE "S".
      *        Who made the change and when it was recorded.
           03  USRMAP                     PIC X(08).
           03  DATCHG-MAP                 PIC X(08).
           03  HEUCHG-MAP                 PIC X(08).
