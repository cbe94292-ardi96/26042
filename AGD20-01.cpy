      *****************************************************************
      *  AGD20-01 : dispute case audit file - one row for every        *
      *             ZSD19-01 transaction ZST011 has ever applied or    *
      *             refused, never purged. An applied row carries the  *
      *             case status before and after the action; a         *
      *             refused row carries the reason.                    *
      *  Key "1"  = DATAUD + HEUAUD + SEQAUD   (chronological)         *
      *  Key "2"  = NUMDSP-AUD + NUMCPT-AUD    (alternate, the whole   *
      *             history of one case)                               *
      *****************************************************************
       01  AGD20-01.
           03  DATAUD                     PIC X(08).
           03  HEUAUD                     PIC X(08).
      *        Transaction number inside the run, so two actions in
      *        the same run never share a key.
           03  SEQAUD                     PIC 9(05).
           03  DATBUS-AUD                 PIC X(08).
           03  NUMDSP-AUD                 PIC X(08).
           03  NUMCPT-AUD                 PIC X(12).
           03  CODACT-AUD                 PIC X(01).
           03  STAAUD                     PIC X(01).
               88  STAAUD-APPLIED             VALUE "A".
               88  STAAUD-REFUSED             VALUE "R".
           03  MOTREF-AUD                 PIC X(40).
           03  STADSP-OLD                 PIC X(01).
           03  STADSP-NEW                 PIC X(01).
           03  RPYMTH-AUD                 PIC X(06).
           03  REFLOT-AUD                 PIC X(10).
           03  NUMTEC-AUD                 PIC X(06).
           03  USRDSP-AUD                 PIC X(08).
           03  USRAPR-AUD                 PIC X(08).
           03  MONAPR-AUD                 PIC S9(14)V9(02) COMP-3.
           03  MOTDSP-AUD                 PIC X(40).
