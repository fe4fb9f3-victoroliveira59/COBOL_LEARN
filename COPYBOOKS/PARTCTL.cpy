      *****************************************************************
      * Copybook:  PARTCTL
      * Purpose:   Control card read by REPASSA-PARTICIPACOES from
      *            PARTCTLDD: the month being remitted to the loan
      *            participants.  A zero month, or no card, remits
      *            the month of the run date.
      *****************************************************************
       01  PARTICIPATION-CONTROL-RECORD.
           05  PF-REFERENCE-MONTH      PIC 9(06).
