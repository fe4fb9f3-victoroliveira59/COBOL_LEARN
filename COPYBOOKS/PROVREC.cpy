      *****************************************************************
      * Copybook:  PROVREC
      * Purpose:   Loan-loss provision file written by PROVISIONA-
      *            PERDAS to PROVDD at month-end.  'D' records carry
      *            each outstanding loan with its days past due, the
      *            borrower's (worst-account) risk rating and the
      *            provision required, in loan and base currency.
      *            'C' records carry, per currency and for the base
      *            consolidation ('BAS'), this month's provision,
      *            last month's and the signed change LANCA-RAZAO
      *            journals through the 'PV' mapping.
      *****************************************************************
       01  PROVISION-DETAIL-RECORD.
           05  PN-RECORD-TYPE          PIC X(01).
               88  PN-LOAN-DETAIL                 VALUE 'D'.
               88  PN-CURRENCY-CHANGE             VALUE 'C'.
           05  PN-RATING-MONTH         PIC 9(06).
           05  PN-ACCOUNT-NO           PIC X(10).
           05  PN-CUSTOMER-ID          PIC 9(5).
           05  PN-CURRENCY-CODE        PIC X(03).
           05  PN-PRODUCT-CODE         PIC X(04).
           05  PN-DAYS-PAST-DUE        PIC 9(05).
           05  PN-LOAN-RATING          PIC X(02).
           05  PN-RISK-RATING          PIC X(02).
           05  PN-PROVISION-PCT        PIC 9(03)V99.
           05  PN-BALANCE              PIC 9(9)V99.
           05  PN-PROVISION-AMT        PIC 9(9)V99.
           05  PN-BASE-PROVISION-AMT   PIC 9(11)V99.
       01  PROVISION-CHANGE-RECORD.
           05  PC-RECORD-TYPE          PIC X(01).
           05  PC-RATING-MONTH         PIC 9(06).
           05  PC-CURRENCY-CODE        PIC X(03).
           05  PC-CURRENT-PROVISION    PIC 9(11)V99.
           05  PC-PRIOR-PROVISION      PIC 9(11)V99.
           05  PC-PROVISION-CHANGE     PIC S9(11)V99.
           05  FILLER                  PIC X(29).
