      *****************************************************************
      * Copybook:  CREDINST
      * Purpose:   Outbound credit-instruction record written by
      *            LIBERA-CREDITO to CREDINSDD for the bank, one
      *            record per released tranche.  The file carries
      *            the FEEDHT header and trailer (count and amount
      *            hash) so the bank can prove the transmission.
      *****************************************************************
       01  CREDIT-INSTRUCTION-RECORD.
           05  CI-ACCOUNT-NO           PIC X(10).
           05  CI-TRANCHE-NO           PIC 9(03).
           05  CI-VALUE-DATE           PIC 9(08).
           05  CI-CURRENCY-CODE        PIC X(03).
           05  CI-AMOUNT               PIC 9(9)V99.
           05  CI-PAYEE-BANK           PIC 9(03).
           05  CI-PAYEE-BRANCH         PIC 9(04).
           05  CI-PAYEE-ACCOUNT        PIC X(12).
           05  CI-PAYEE-NAME           PIC X(30).
           05  CI-PAYEE-TAX-ID         PIC X(14).
