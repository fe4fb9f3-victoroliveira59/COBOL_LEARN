      *****************************************************************
      * Copybook:  CLOSHIST
      * Purpose:   Closed-loan history master (CLOSHSDD), indexed on
      *            HC-ACCOUNT-NO.  ENCERRA-QUITADOS writes one record
      *            when a paid-off loan is closed out: the loan as it
      *            stood on the active master, with its lifetime
      *            totals from the payment journal and the YTD chain.
      *            The record stays when the loan is later removed
      *            from the active master, so statements and the
      *            audit inquiry can still find the account.
      *****************************************************************
       01  CLOSED-LOAN-RECORD.
           05  HC-ACCOUNT-NO           PIC X(10).
      *    The loan master fields as they stood at closeout.
           05  HC-PRINCIPAL            PIC 9(9)V99.
           05  HC-RATE-PCT             PIC S9(3)V9(4).
           05  HC-TERM-MONTHS          PIC 9(3).
           05  HC-CURRENCY-CODE        PIC X(03).
           05  HC-LAST-POSTED-DATE     PIC 9(08).
           05  HC-CUSTOMER-ID          PIC 9(5).
           05  HC-RATE-INDEX-CODE      PIC X(06).
           05  HC-RATE-SPREAD          PIC S9(3)V9(4).
           05  HC-DAY-COUNT-CODE       PIC X(01).
           05  HC-PRODUCT-CODE         PIC X(04).
           05  HC-STATUS-CODE          PIC X(01).
      *    'C' closed out, release letter sent, loan still on the
      *    active master; 'R' removed from the active master.
           05  HC-CLOSE-STATUS         PIC X(01).
               88  HC-CLOSED-ON-MASTER            VALUE 'C'.
               88  HC-REMOVED-FROM-MASTER         VALUE 'R'.
           05  HC-PAYOFF-DATE          PIC 9(08).
           05  HC-CLOSEOUT-DATE        PIC 9(08).
           05  HC-REMOVED-DATE         PIC 9(08).
      *    Lifetime totals in the loan currency.  Payments net of
      *    reversals, split as the posting journal split them;
      *    interest and fees as charged on the YTD chain.
           05  HC-LAST-PAYMENT-DATE    PIC 9(08).
           05  HC-TOTAL-PAID           PIC 9(11)V99.
           05  HC-PRINCIPAL-PAID       PIC 9(11)V99.
           05  HC-INTEREST-PAID        PIC 9(11)V99.
           05  HC-PENALTY-PAID         PIC 9(11)V99.
           05  HC-TOTAL-INTEREST       PIC S9(11)V99.
           05  HC-TOTAL-PENALTY        PIC 9(11)V99.
           05  HC-TOTAL-FEES           PIC 9(11)V99.
