      *****************************************************************
      * Copybook:  NACMEMO
      * Purpose:   Non-accrual memo record on NACMEMDD, one per
      *            account SUSPENDE-JUROS moved to suspended status.
      *            Carries the interest the loan would have accrued
      *            since it stopped accruing (held in suspense, never
      *            booked) up to NM-LAST-MEMO-DATE.  The record is
      *            dropped when the account is reinstated or leaves
      *            suspended status by any other route.  Accounts
      *            suspended by hand through MANTEM-EMPRESTIMOS have
      *            no memo record and are never reinstated here.
      *****************************************************************
       01  NONACCRUAL-MEMO-RECORD.
           05  NM-ACCOUNT-NO           PIC X(10).
           05  NM-CURRENCY-CODE        PIC X(03).
           05  NM-SUSPENDED-DATE       PIC 9(08).
           05  NM-ENTRY-DAYS-PAST-DUE  PIC 9(05).
           05  NM-LAST-MEMO-DATE       PIC 9(08).
           05  NM-MEMO-INTEREST        PIC 9(9)V99.
