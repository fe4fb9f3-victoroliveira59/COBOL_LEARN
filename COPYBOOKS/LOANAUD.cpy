      * Purpose:   Before/after loan maintenance audit record, written
      *            by MANTEM-EMPRESTIMOS to LOANAUDD whenever a loan
      *            master record is opened, modified or closed, in
      *            the ADDRAUD address-audit spirit.  Maintenance
      *            records carry the operator who keyed the change
      *            and, when it was held for approval, the operator
      *            who released it; batch postings carry their run-
      *            ledger program name as maker and no checker.
      *****************************************************************
       01  LOAN-AUDIT-RECORD.
           05  LA-ACCOUNT-NO            PIC X(10).
               10  LA-NEW-POSTED-DATE   PIC 9(08).
               10  LA-NEW-CUSTOMER-ID   PIC 9(5).
               10  LA-NEW-STATUS        PIC X(01).
           05  LA-MAKER-ID              PIC X(08).
           05  LA-CHECKER-ID            PIC X(08).
