      *****************************************************************
      * Copybook:  QUICTL
      * Purpose:   Control card read by ENCERRA-QUITADOS from
      *            QUICTLDD: how many days after payoff a paid-off
      *            loan is closed out (release letter printed and
      *            the loan copied to the closed-loan history
      *            master), and how many days after payoff it is
      *            kept on the active loan master before it is
      *            removed.  With no card, or a field left blank,
      *            the defaults in the program apply.
      *****************************************************************
       01  PAYOFF-CONTROL-RECORD.
           05  QC-CLOSEOUT-DAYS        PIC 9(03).
           05  QC-RETENTION-DAYS       PIC 9(04).
