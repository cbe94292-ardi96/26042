      *****************************************************************
      *  AGD19-01 : member dispute case file - one row per complaint   *
      *             a member raises about a deduction, opened and      *
      *             moved along by ZST011 off ZSD19-01 transactions.   *
      *             Each case names the account and repayment month    *
      *             in dispute and links up to five AGD06-01 postings  *
      *             (REFLOT + NUMTEC). A case approved for refund is   *
      *             picked up once by ZSR012, which returns MONAPR to  *
      *             the agency of the linked postings under MOTRFU     *
      *             "13" and stamps DATRFU / REFRFU.                   *
      *  Key "1"  = NUMDSP + NUMCPT-DSP                                *
      *  Key "2"  = NUMCPT-DSP + RPYMTH-DSP (alternate, every case of  *
      *             one account, month by month)                       *
      *  Key "3"  = STADSP + NUMDSP (alternate, cases by status)       *
      *****************************************************************
       01  AGD19-01.
SKH055*        Status leads the record so that each key is one group of
SKH055*        adjacent fields.
SKH055     03  STADSP                     PIC X(01).
SKH055         88  STADSP-OPEN                VALUE "O".
SKH055         88  STADSP-INVEST              VALUE "I".
SKH055         88  STADSP-APPROVED            VALUE "A".
SKH055         88  STADSP-REJECTED            VALUE "R".
SKH055         88  STADSP-CLOSED              VALUE "C".
SKH055         88  STADSP-PENDING             VALUE "O", "I", "A".
           03  NUMDSP                     PIC X(08).
           03  NUMCPT-DSP                 PIC X(12).
           03  RPYMTH-DSP                 PIC X(06).
      *        Agency of the linked postings (all of one NOMFIC-AGD)
      *        and company of the account.
           03  NOMFIC-DSP                 PIC X(03).
           03  MLTSOC-DSP                 PIC 9(01).
      *        Opened / last changed / rejected or closed, YYYYMMDD
      *        business dates.
           03  DATOPN                     PIC X(08).
           03  DATMAJ                     PIC X(08).
           03  DATCLO                     PIC X(08).
      *        Handling officer (CW user code) and the approver of the
      *        refund - never the same person.
           03  USRDSP                     PIC X(08).
           03  USRAPR                     PIC X(08).
           03  MOTDSP                     PIC X(40).
           03  MONAPR                     PIC S9(14)V9(02) COMP-3.
           03  NBRLNK                     PIC 9(01).
           03  LNKDSP OCCURS 5.
               05  REFLOT-LNK             PIC X(10).
               05  NUMTEC-LNK             PIC X(06).
      *        Refund returned to the agency - business date and the
SKH055*        ZSR012 lot; for a combined day run, the business date
SKH055*        it ran for (its run-control lot, with NOMFIC-DSP the
SKH055*        return file it went out on).
           03  DATRFU                     PIC X(08).
           03  REFRFU                     PIC X(10).
