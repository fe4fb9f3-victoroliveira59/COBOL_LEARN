      *****************************************************************
      * Copybook:  REFREQ
      * Purpose:   Refund request read by DEVOLVE-CREDITOS from
      *            REFREQDD: an unapplied-cash item approved for
      *            return to the payer.  The item is identified as
      *            it stands on UNAPPLDD (account, payment date,
      *            amount and currency).  The payee account is
      *            optional: left blank, the refund goes to the
      *            account on the loan's direct-debit mandate.
      *****************************************************************
       01  REFUND-REQUEST-RECORD.
           05  RQ-ACCOUNT-NO           PIC X(10).
           05  RQ-PAYMENT-DATE         PIC 9(08).
           05  RQ-AMOUNT               PIC 9(9)V99.
           05  RQ-CURRENCY-CODE        PIC X(03).
           05  RQ-APPROVED-BY          PIC X(08).
           05  RQ-APPROVAL-DATE        PIC 9(08).
           05  RQ-PAYEE-BANK           PIC 9(03).
           05  RQ-PAYEE-BRANCH         PIC 9(04).
           05  RQ-PAYEE-ACCOUNT        PIC X(12).
           05  RQ-PAYEE-NAME           PIC X(30).
           05  RQ-PAYEE-TAX-ID         PIC X(14).
