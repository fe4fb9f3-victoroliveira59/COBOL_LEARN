      *****************************************************************
      * Copybook:  STPCTL
      * Purpose:   Control card read by NOTIFICA-DEGRAUS from
      *            STPCTLDD: how many days ahead of a scheduled rate
      *            step the borrower is notified.  Zero, or no card,
      *            means 30 days.
      *****************************************************************
       01  STEP-NOTICE-CONTROL-RECORD.
           05  SN-LEAD-DAYS            PIC 9(03).
