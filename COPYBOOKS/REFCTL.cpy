      *****************************************************************
      * Copybook:  REFCTL
      * Purpose:   Control card read by DEVOLVE-CREDITOS from
      *            REFCTLDD: the number of days within which a
      *            credit balance must be returned to the borrower.
      *            Refundable items still held past it are reported
      *            as overdue.  Zero, or no card, means 30 days.
      *****************************************************************
       01  REFUND-CONTROL-RECORD.
           05  RF-MAX-DAYS             PIC 9(03).
