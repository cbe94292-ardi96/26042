      *****************************************************************
      *  ZSR019C : linkage parameters specific to ZSR019               *
      *****************************************************************
           03  ZSR019.
      *        Old account number whose mapping history is listed -
      *        a ZZ1 ARGTBL key or a ZZ4 LIBEL1.
               05  NUMCPT                 PIC X(12).
