      *****************************************************************
      * Copybook:  DEBTREQ
      * Purpose:   Outbound debit-request record written by ENVIA-
      *            DEBITOS to DEBREQDD for the collecting bank, one
      *            per installment to be taken under a mandate.  The
      *            file carries the FEEDHT header and trailer (count
      *            and amount hash).
      *****************************************************************
       01  DEBIT-REQUEST-RECORD.
           05  DQ-ACCOUNT-NO           PIC X(10).
           05  DQ-PERIOD-NO            PIC 9(03).
           05  DQ-DUE-DATE             PIC 9(08).
      *    Due date rolled to a business day: the day the bank is
      *    asked to debit.
           05  DQ-DEBIT-DATE           PIC 9(08).
           05  DQ-CURRENCY-CODE        PIC X(03).
           05  DQ-AMOUNT               PIC 9(9)V99.
           05  DQ-PAYER-BANK           PIC 9(03).
           05  DQ-PAYER-BRANCH         PIC 9(04).
           05  DQ-PAYER-ACCOUNT        PIC X(12).
           05  DQ-PAYER-NAME           PIC X(30).
           05  DQ-PAYER-TAX-ID         PIC X(14).
