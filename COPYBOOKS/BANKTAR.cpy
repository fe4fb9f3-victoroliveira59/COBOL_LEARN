      *****************************************************************
      * Copybook:  BANKTAR
      * Purpose:   Bank collection tariff record written by IMPORTA-
      *            RETORNO to BANKTARDD, one per return-file detail on
      *            which the bank withheld a tariff.  The borrower is
      *            credited the full amount paid; the tariff is the
      *            lender's cost and is kept apart for treasury and
      *            the ledger.
      *****************************************************************
       01  BANK-TARIFF-RECORD.
           05  BT-ACCOUNT-NO           PIC X(10).
           05  BT-SLIP-NUMBER          PIC X(14).
           05  BT-OCCURRENCE           PIC X(02).
           05  BT-BANK-CODE            PIC 9(03).
           05  BT-FILE-SEQ             PIC 9(06).
           05  BT-CREDIT-DATE          PIC 9(08).
           05  BT-CURRENCY-CODE        PIC X(03).
           05  BT-TARIFF-AMT           PIC 9(9)V99.
