      *****************************************************************
      * Copybook:  PAYHIST
      * Purpose:   Rolling payment history kept by MONITORA-PAGAMENTOS
      *            for the split-payment window: one record per
      *            payment screened, with the borrower from the loan
      *            master and the amount in base currency.  Read from
      *            PAYHSTDD and rewritten each night to PAYHSNDD
      *            without the payments that have left the window.
      *            HP-FEED-DATE is the business date of the feed the
      *            payment arrived on, so a rerun of the same feed
      *            replaces that night's entries instead of doubling
      *            them.
      *****************************************************************
       01  PAYMENT-HISTORY-RECORD.
           05  HP-ACCOUNT-NO           PIC X(10).
           05  HP-CUSTOMER-ID          PIC 9(05).
           05  HP-PAYMENT-DATE         PIC 9(08).
           05  HP-FEED-DATE            PIC 9(08).
           05  HP-BASE-AMOUNT          PIC 9(11)V99.
           05  HP-CURRENCY-CODE        PIC X(03).
           05  HP-PAYMENT-METHOD       PIC X(01).
