      *****************************************************************
      * Copybook:  PARTREM
      * Purpose:   Participant remittance record written by REPASSA-
      *            PARTICIPACOES to PARTREMDD, one per participant,
      *            currency and loan for the reference month, between
      *            the FEEDHT header and trailer ('PARTREM ').  The
      *            collected amounts are the participant's share of
      *            what POSTA-PAGAMENTOS applied in the month, net of
      *            reversals, and make up the amount remitted; the
      *            accrued interest is the participant's share of the
      *            month's accrual, for the statement only.
      *****************************************************************
       01  PARTICIPANT-REMITTANCE-RECORD.
           05  RM-PART-CODE            PIC X(08).
           05  RM-PART-NAME            PIC X(30).
           05  RM-CURRENCY-CODE        PIC X(03).
           05  RM-ACCOUNT-NO           PIC X(10).
           05  RM-REFERENCE-MONTH      PIC 9(06).
           05  RM-SHARE-PCT            PIC 9(3)V9(4).
           05  RM-PRINCIPAL-AMT        PIC S9(9)V99.
           05  RM-INTEREST-AMT         PIC S9(9)V99.
           05  RM-PENALTY-AMT          PIC S9(9)V99.
           05  RM-REMIT-AMT            PIC S9(9)V99.
           05  RM-ACCRUED-INTEREST     PIC S9(9)V99.
