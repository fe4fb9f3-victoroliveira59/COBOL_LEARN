      *****************************************************************
      * Copybook:  BURSEG
      * Purpose:   Fixed-layout credit-bureau monthly segment written
      *            by REPORTA-BUREAU to BUREAUDD.  One flat layout for
      *            all record types: '0' header (member code and
      *            reference month), '1' loan segment (one per loan,
      *            identified by the borrower's external ID), '9'
      *            trailer (segment count and summed balances).
      *            Fields a type does not use are zero/space.
      *****************************************************************
       01  BUREAU-SEGMENT-RECORD.
           05  BS-RECORD-TYPE          PIC X(01).
               88  BS-HEADER                      VALUE '0'.
               88  BS-LOAN-SEGMENT                VALUE '1'.
               88  BS-TRAILER                     VALUE '9'.
           05  BS-MEMBER-CODE          PIC X(08).
           05  BS-REFERENCE-MONTH      PIC 9(06).
           05  BS-BORROWER-EXT-ID      PIC X(05).
           05  BS-BORROWER-NAME        PIC X(30).
           05  BS-ACCOUNT-NO           PIC X(10).
           05  BS-CURRENCY-CODE        PIC X(03).
           05  BS-BALANCE              PIC 9(11)V99.
      *    Position status as the bureau reads it: open and
      *    performing, open in non-accrual, or closed this month
      *    by payoff or write-off.
           05  BS-STATUS               PIC X(01).
               88  BS-STAT-OPEN                   VALUE 'A'.
               88  BS-STAT-NON-ACCRUAL            VALUE 'S'.
               88  BS-STAT-PAID-OFF               VALUE 'P'.
               88  BS-STAT-WRITTEN-OFF            VALUE 'W'.
      *    Days past due bucket: 0 current, 1 1-30, 2 31-60,
      *    3 61-90, 4 91-180, 5 181-360, 6 over 360.
           05  BS-DPD-BUCKET           PIC 9(01).
           05  BS-OVERDUE-AMOUNT       PIC 9(11)V99.
           05  BS-WRITEOFF-AMOUNT      PIC 9(11)V99.
           05  BS-RECORD-COUNT         PIC 9(07).
           05  BS-TOTAL-BALANCE        PIC 9(13)V99.
