      *****************************************************************
      * Copybook:  MANDMST
      * Purpose:   Direct-debit mandate master record, indexed on
      *            MANDMSTDD by MD-ACCOUNT-NO.  Maintained by
      *            MANTEM-MANDATOS; ENVIA-DEBITOS requests the
      *            installments of active mandates from the payer's
      *            bank and RETORNA-DEBITOS counts the refusals that
      *            come back, suspending the mandate when they
      *            repeat.
      *****************************************************************
       01  MANDATE-MASTER-RECORD.
           05  MD-ACCOUNT-NO           PIC X(10).
           05  MD-PAYER-BANK           PIC 9(03).
           05  MD-PAYER-BRANCH         PIC 9(04).
           05  MD-PAYER-ACCOUNT        PIC X(12).
           05  MD-PAYER-NAME           PIC X(30).
           05  MD-PAYER-TAX-ID         PIC X(14).
           05  MD-STATUS               PIC X(01).
               88  MD-ACTIVE                      VALUE 'A'.
               88  MD-SUSPENDED                   VALUE 'S'.
               88  MD-CANCELLED                   VALUE 'C'.
           05  MD-START-DATE           PIC 9(08).
      *    Due date of the last installment sent to the bank; an
      *    installment is never requested twice.
           05  MD-LAST-DUE-REQUESTED   PIC 9(08).
      *    Consecutive refusals since the last debit that paid.
           05  MD-REFUSAL-COUNT        PIC 9(02).
           05  MD-LAST-REFUSAL-DATE    PIC 9(08).
           05  MD-LAST-CHANGE-DATE     PIC 9(08).
