SKH015*              every REFLOT ever posted - lets WRITE-AGD06      *
SKH015*              catch the same account/month posted twice under  *
SKH015*              two different REFOPN lots)                       *
SKH047*  STAEVT "2000" accepted, "2001" rejected, "2002" moved - an   *
SKH047*              accepted posting ZST010 has re-posted to another *
SKH047*              account (MOTRFU "11"); the re-posting is a new   *
SKH047*              "2000" row of the same REFLOT, so readers that   *
SKH047*              total a lot leave "2002" rows out, and refunds   *
SKH047*              never pick them up.                              *
SKH054*  MOTRFU "12" on a "2001" row - refused by ZST005 or ZSR008    *
SKH054*              because the account's company had already closed *
SKH054*              the repayment month (ZST012 period control).     *
      *****************************************************************
       01  AGD06-01.
           03  REFLOT                     PIC X(10).
