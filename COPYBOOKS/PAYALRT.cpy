      *****************************************************************
      * Copybook:  PAYALRT
      * Purpose:   Compliance alert written by MONITORA-PAGAMENTOS to
      *            PAYALRDD, one record per rule a payment tripped.
      *            Amounts are in base currency.  The window fields
      *            carry the cash total and payment count the split
      *            rules found (zero on the other rules); the
      *            installment field carries the installment due the
      *            payment was compared with on rule 'IN'.
      *****************************************************************
       01  PAYMENT-ALERT-RECORD.
           05  AL-BUSINESS-DATE        PIC 9(08).
           05  AL-RULE-CODE            PIC X(02).
               88  AL-OVER-THRESHOLD              VALUE 'TH'.
               88  AL-SPLIT-ACCOUNT               VALUE 'SA'.
               88  AL-SPLIT-CUSTOMER              VALUE 'SC'.
               88  AL-OVER-INSTALLMENT            VALUE 'IN'.
           05  AL-ACCOUNT-NO           PIC X(10).
           05  AL-CUSTOMER-ID          PIC 9(05).
           05  AL-PAYMENT-DATE         PIC 9(08).
           05  AL-CURRENCY-CODE        PIC X(03).
           05  AL-PAYMENT-METHOD       PIC X(01).
           05  AL-BASE-AMOUNT          PIC 9(11)V99.
           05  AL-WINDOW-TOTAL         PIC 9(11)V99.
           05  AL-WINDOW-COUNT         PIC 9(05).
           05  AL-INSTALLMENT-DUE      PIC 9(11)V99.
