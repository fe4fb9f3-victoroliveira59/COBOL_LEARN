      *****************************************************************
      * Copybook:  DISBTRN
      * Purpose:   Disbursement transaction record, read by LIBERA-
      *            CREDITO from DISBTRNDD, one record per tranche to
      *            be paid out, naming the payee's bank account the
      *            funds are credited to.
      *****************************************************************
       01  DISBURSEMENT-TRAN-RECORD.
           05  DT-ACCOUNT-NO           PIC X(10).
           05  DT-TRANCHE-NO           PIC 9(03).
           05  DT-AMOUNT               PIC 9(9)V99.
      *    Requested value date; zero means the run date.  A value
      *    date on a weekend or holiday rolls to the next business
      *    day on the bank instruction.
           05  DT-VALUE-DATE           PIC 9(08).
           05  DT-PAYEE-BANK           PIC 9(03).
           05  DT-PAYEE-BRANCH         PIC 9(04).
           05  DT-PAYEE-ACCOUNT        PIC X(12).
           05  DT-PAYEE-NAME           PIC X(30).
           05  DT-PAYEE-TAX-ID         PIC X(14).
