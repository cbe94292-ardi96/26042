      *****************************************************************
      *  AGD23-01 : accounting period snapshot - the month's figures   *
      *             as they stood when ZST012 closed it, one row per   *
      *             company / month / agency format, never rewritten.  *
      *             Ledger side: the posted AGD09-01 rows whose        *
      *             repayment month it is (company off the account     *
      *             prefix). GL side: the AGD07-01 rows of every lot   *
      *             settled in the month (the lot's ZST005 business    *
      *             date), settlement, correction and fee rows apart.  *
      *  Key "1"  = MLTSOC-SNP + PERMTH-SNP + NOMFIC-SNP               *
      *****************************************************************
       01  AGD23-01.
           03  MLTSOC-SNP                 PIC 9(01).
           03  PERMTH-SNP                 PIC X(06).
           03  NOMFIC-SNP                 PIC X(03).
      *        AGD09-01 main lines - reversed rows are void and the
      *        insurance marker lines are counted apart.
           03  CNT-LED-SNP                PIC 9(07).
           03  MNT-LED-SNP                PIC S9(14)V9(02) COMP-3.
           03  CAP-LED-SNP                PIC S9(14)V9(02) COMP-3.
           03  INT-LED-SNP                PIC S9(14)V9(02) COMP-3.
           03  CNT-INS-SNP                PIC 9(07).
           03  MNT-INS-SNP                PIC S9(14)V9(02) COMP-3.
      *        AGD07-01 TYPGL "S" settlement rows.
           03  CNT-GL-SNP                 PIC 9(07).
           03  MNT-GL-SNP                 PIC S9(14)V9(02) COMP-3.
           03  CAP-GL-SNP                 PIC S9(14)V9(02) COMP-3.
           03  INT-GL-SNP                 PIC S9(14)V9(02) COMP-3.
      *        AGD07-01 TYPGL "C" correction rows (net) and "F" fees.
           03  MNT-COR-SNP                PIC S9(14)V9(02) COMP-3.
           03  CAP-COR-SNP                PIC S9(14)V9(02) COMP-3.
           03  INT-COR-SNP                PIC S9(14)V9(02) COMP-3.
           03  CNT-FEE-SNP                PIC 9(07).
           03  MNT-FEE-SNP                PIC S9(14)V9(02) COMP-3.
           03  DATSNP                     PIC X(08).
           03  HEUSNP                     PIC X(08).
