      *****************************************************************
      * Copybook:  REFINST
      * Purpose:   Outbound refund payment instruction written by
      *            DEVOLVE-CREDITOS to REFINSDD for the bank, one
      *            record per unapplied-cash item returned.  The
      *            file carries the FEEDHT header and trailer (count
      *            and amount hash) so the bank can prove the
      *            transmission.
      *****************************************************************
       01  REFUND-INSTRUCTION-RECORD.
           05  RI-ACCOUNT-NO           PIC X(10).
           05  RI-PAYMENT-DATE         PIC 9(08).
           05  RI-VALUE-DATE           PIC 9(08).
           05  RI-CURRENCY-CODE        PIC X(03).
           05  RI-AMOUNT               PIC 9(9)V99.
           05  RI-PAYEE-BANK           PIC 9(03).
           05  RI-PAYEE-BRANCH         PIC 9(04).
           05  RI-PAYEE-ACCOUNT        PIC X(12).
           05  RI-PAYEE-NAME           PIC X(30).
           05  RI-PAYEE-TAX-ID         PIC X(14).
