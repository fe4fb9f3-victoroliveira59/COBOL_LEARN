      *****************************************************************
      * Copybook:  EXPRCPT
      * Purpose:   Expected-receipt record written by EMITE-BOLETOS
      *            to EXPRECDD for treasury, one per billing notice
      *            issued: what the borrower was billed, split into
      *            installment, fees and overdue arrears, with the
      *            total in base currency for the cash forecast.
      *            The file carries the FEEDHT header and trailer
      *            (count and billed-amount hash).
      *****************************************************************
       01  EXPECTED-RECEIPT-RECORD.
           05  ER-ACCOUNT-NO           PIC X(10).
           05  ER-CURRENCY-CODE        PIC X(03).
           05  ER-DUE-DATE             PIC 9(08).
           05  ER-PERIOD-NO            PIC 9(03).
           05  ER-INSTALLMENT-AMT      PIC 9(9)V99.
           05  ER-FEE-AMT              PIC 9(9)V99.
           05  ER-OVERDUE-AMT          PIC 9(11)V99.
           05  ER-TOTAL-AMT            PIC 9(11)V99.
           05  ER-BASE-TOTAL-AMT       PIC 9(11)V99.
           05  ER-SLIP-NUMBER          PIC X(14).
           05  ER-BILLED-DATE          PIC 9(08).
