      *****************************************************************
      * Copybook:  TITCTL
      * Purpose:   Control card read by ATENDE-TITULARES from
      *            TITCTLDD: how many years after payoff a closed
      *            loan's records must still be kept by law.  No
      *            customer with a loan paid off inside that period
      *            is erased.  Zero, or no card, means 5 years.
      *****************************************************************
       01  TITULAR-CONTROL-RECORD.
           05  TK-RETENTION-YEARS      PIC 9(02).
