      *****************************************************************
      *  ZSR021C : linkage parameters specific to ZSR021               *
      *****************************************************************
           03  ZSR021.
      *        Service-level limit in calendar days - a pending case
      *        opened more than this many days before the business
      *        date is listed. Zero falls back to 30 days.
               05  SLADAY                 PIC 9(03).
