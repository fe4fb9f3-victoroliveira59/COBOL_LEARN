      *****************************************************************
      * Copybook:  CETREC
      * Purpose:   Effective-cost master record, indexed on CETMSTDD
      *            by CE-ACCOUNT-NO.  Written by CALCULA-CET when a
      *            loan is opened: the cash flows disclosed to the
      *            borrower and the total effective cost (CET) they
      *            were quoted, kept so an audit can set what was
      *            disclosed against what the loan was charged.  A
      *            reopened account replaces its record.
      *****************************************************************
       01  CET-MASTER-RECORD.
           05  CE-ACCOUNT-NO           PIC X(10).
           05  CE-CUSTOMER-ID          PIC 9(5).
           05  CE-PRODUCT-CODE         PIC X(04).
           05  CE-CURRENCY-CODE        PIC X(03).
           05  CE-CALC-DATE            PIC 9(08).
           05  CE-CONTRACT-DATE        PIC 9(08).
           05  CE-PRINCIPAL            PIC 9(9)V99.
           05  CE-NOMINAL-RATE-PCT     PIC S9(3)V9(4).
           05  CE-DAY-COUNT-CODE       PIC X(01).
           05  CE-TERM-MONTHS          PIC 9(3).
           05  CE-INSTALLMENT          PIC 9(9)V99.
           05  CE-TOTAL-FEES           PIC 9(9)V99.
           05  CE-TOTAL-TAX            PIC 9(9)V99.
           05  CE-NET-RELEASED         PIC 9(9)V99.
           05  CE-TOTAL-PAYABLE        PIC 9(11)V99.
           05  CE-CET-ANNUAL-PCT       PIC 9(5)V9(4).
           05  CE-CET-MONTHLY-PCT      PIC 9(5)V9(4).
