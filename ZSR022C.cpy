      *****************************************************************
      *  ZSR022C : linkage parameters specific to ZSR022               *
      *****************************************************************
           03  ZSR022.
      *        Settled lot the fee is raised on.
               05  REFOPN                 PIC X(10).
