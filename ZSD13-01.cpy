      *****************************************************************
      *  ZSD13-01 : operator correction transaction file - one row per *
      *             accepted AGD06-01 posting to be moved off the      *
      *             account it landed on (a bad ZZ1/ZZ4 mapping) onto  *
      *             the account it belongs to, loaded by ZST010. The   *
      *             keyer and the approver are the CW user codes of    *
      *             the two people involved - ZST010 refuses a row     *
      *             where they are the same person.                    *
      *  Key "1"  = REFLOT + NUMTEC                                    *
      *****************************************************************
       01  ZSD13-01.
           03  REFLOT                     PIC X(10).
           03  NUMTEC                     PIC X(06).
      *        Account the posting should have gone to.
           03  NUMCPT-NEW                 PIC X(12).
           03  MOTCOR                     PIC X(40).
           03  USRKEY                     PIC X(08).
           03  USRAPP                     PIC X(08).
