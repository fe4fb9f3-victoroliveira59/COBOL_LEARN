      *****************************************************************
      * Copybook:  RATESTEP
      * Purpose:   One record of the RATESTPDD rate-step schedule:
      *            for a fixed-rate (promotional) loan, a date and the
      *            fixed annual percentage in force from that date.
      *            Before its first step a loan runs on LI-RATE-PCT.
      *            The file is kept in account and effective-date
      *            order.
      *****************************************************************
       01  RATE-STEP-RECORD.
           05  RS-ACCOUNT-NO           PIC X(10).
           05  RS-EFFECTIVE-DATE       PIC 9(08).
           05  RS-RATE-PCT             PIC S9(3)V9(4).
