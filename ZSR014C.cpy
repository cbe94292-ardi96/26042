           03  ZSR014.
               05  REFOPN                 PIC X(10).
               05  NOMFIC                 PIC X(03).
SKH051*        REFOPN left blank asks for the combined day view of the
SKH051*        format instead: every lot ZST005 ran for NOMFIC on the
SKH051*        business date DATDAY (blank = today's DATBUS) - the
SKH051*        first delivery and any supplementary ones - audited as
SKH051*        one on the AGD06-01 / AGD09-01 / AGD07-01 side.
SKH051         05  DATDAY                 PIC X(08).
