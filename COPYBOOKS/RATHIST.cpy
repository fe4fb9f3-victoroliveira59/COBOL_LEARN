      *****************************************************************
      * Copybook:  RATHIST
      * Purpose:   Risk-rating history record appended to RATHSTDD
      *            by PROVISIONA-PERDAS, one per outstanding loan per
      *            month-end: the borrower's rating, the loan's days
      *            past due, balance and provision.  Kept for the
      *            auditors' quarterly rating review and read back
      *            the next month as the baseline for the rating-
      *            migration report and the provision change.
      *****************************************************************
       01  RATING-HISTORY-RECORD.
           05  RH-RATING-MONTH         PIC 9(06).
           05  RH-ACCOUNT-NO           PIC X(10).
           05  RH-CUSTOMER-ID          PIC 9(5).
           05  RH-CURRENCY-CODE        PIC X(03).
           05  RH-RISK-RATING          PIC X(02).
           05  RH-DAYS-PAST-DUE        PIC 9(05).
           05  RH-BALANCE              PIC 9(9)V99.
           05  RH-PROVISION-AMT        PIC 9(9)V99.
           05  RH-BASE-PROVISION-AMT   PIC 9(11)V99.
           05  RH-RUN-DATE             PIC 9(08).
