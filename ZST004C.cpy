      *****************************************************************
           03  ZST004.
               05  NOMFIC                 PIC X(03).
SKH051*        Delivery of the format within the business date - space
SKH051*        for the first file, "2".."9" for a supplementary file of
SKH051*        the same NOMFIC; ZST005 must be given the same value.
SKH051         05  NUMLIV                 PIC X(01).
