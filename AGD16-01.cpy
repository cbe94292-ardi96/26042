      *****************************************************************
      *  AGD16-01 : operator correction audit file - one row for every *
      *             ZSD13-01 transaction ZST010 has ever applied or    *
      *             refused, never purged. An applied row carries both *
      *             sides of the move (account, company and capital /  *
      *             interest split before and after) and the NUMTEC of *
      *             the re-posting; a refused row carries the reason.  *
      *  Key "1"  = DATCOR + HEUCOR + SEQCOR   (chronological)         *
      *  Key "2"  = REFLOT-COR + NUMTEC-COR    (alternate, every       *
      *             correction attempt against one posting)            *
      *****************************************************************
       01  AGD16-01.
           03  DATCOR                     PIC X(08).
           03  HEUCOR                     PIC X(08).
      *        Transaction number inside the run, so two attempts in
      *        the same run never share a key.
           03  SEQCOR                     PIC 9(05).
           03  DATBUS-COR                 PIC X(08).
           03  REFLOT-COR                 PIC X(10).
           03  NUMTEC-COR                 PIC X(06).
           03  STACOR                     PIC X(01).
               88  STACOR-APPLIED             VALUE "A".
               88  STACOR-REFUSED             VALUE "R".
           03  MOTREF-COR                 PIC X(40).
           03  NOMFIC-COR                 PIC X(03).
           03  RPYMTH-COR                 PIC X(06).
           03  MONMVT-COR                 PIC S9(14)V9(02) COMP-3.
           03  NUMCPT-OLD                 PIC X(12).
           03  MLTSOC-OLD                 PIC 9(01).
           03  MONCAP-OLD                 PIC S9(14)V9(02) COMP-3.
           03  MONINT-OLD                 PIC S9(14)V9(02) COMP-3.
           03  NUMCPT-NEW                 PIC X(12).
           03  MLTSOC-NEW                 PIC 9(01).
           03  MONCAP-NEW                 PIC S9(14)V9(02) COMP-3.
           03  MONINT-NEW                 PIC S9(14)V9(02) COMP-3.
      *        NUMTEC of the re-posting (same REFLOT) - and of the
      *        insurance marker line moved with it, spaces if none.
           03  NUMTEC-NEW                 PIC X(06).
           03  NUMTEC-INS-OLD             PIC X(06).
           03  NUMTEC-INS-NEW             PIC X(06).
           03  MOTCOR-COR                 PIC X(40).
           03  USRKEY-COR                 PIC X(08).
           03  USRAPP-COR                 PIC X(08).
