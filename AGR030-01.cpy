      *****************************************************************
      *  AGR030-01 : ZSR021 dispute service-level listing - every      *
      *              case still pending (open, investigating, or       *
      *              refund approved but not yet returned) longer      *
      *              than the service-level limit, for the member      *
      *              services supervisor.                              *
      *****************************************************************
       01  AGR030-01.
           03  LIGNE                      PIC X(132).
