      *****************************************************************
      * Copybook:  MANDTRN
      * Purpose:   Mandate maintenance transaction, read by MANTEM-
      *            MANDATOS from MANDTRNDD to add, change, suspend,
      *            reactivate or cancel a direct-debit mandate.
      *****************************************************************
       01  MANDATE-TRAN-RECORD.
           05  MN-TRAN-CODE            PIC X(01).
               88  MN-ADD                         VALUE 'A'.
               88  MN-CHANGE                      VALUE 'M'.
               88  MN-SUSPEND                     VALUE 'S'.
               88  MN-REACTIVATE                  VALUE 'R'.
               88  MN-CANCEL                      VALUE 'C'.
           05  MN-ACCOUNT-NO           PIC X(10).
           05  MN-PAYER-BANK           PIC 9(03).
           05  MN-PAYER-BRANCH         PIC 9(04).
           05  MN-PAYER-ACCOUNT        PIC X(12).
           05  MN-PAYER-NAME           PIC X(30).
           05  MN-PAYER-TAX-ID         PIC X(14).
      *    First due date the mandate may be debited for; zero on an
      *    add means the run date.
           05  MN-START-DATE           PIC 9(08).
