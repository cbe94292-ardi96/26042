      *****************************************************************
           03  ZSR012.
               05  REFOPN                 PIC X(10).
SKH051*        REFOPN left blank returns the whole business day of one
SKH051*        format in one set of files instead: every lot ZST005
SKH051*        ran for NOMFIC on DATDAY (blank = today's DATBUS), the
SKH051*        first delivery and any supplementary ones. A day is
SKH051*        returned either per delivery or as one - never both.
SKH051         05  NOMFIC                 PIC X(03).
SKH051         05  DATDAY                 PIC X(08).
