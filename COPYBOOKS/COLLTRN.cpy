      *****************************************************************
      * Copybook:  COLLTRN
      * Purpose:   Collateral maintenance transaction, read by
      *            MANTEM-GARANTIAS from COLLTRNDD to add, re-appraise
      *            or release a collateral item and to link it to or
      *            unlink it from a loan account.
      *****************************************************************
       01  COLLATERAL-TRAN-RECORD.
           05  CE-TRAN-CODE            PIC X(01).
               88  CE-ADD                         VALUE 'A'.
               88  CE-CHANGE                      VALUE 'M'.
               88  CE-RELEASE                     VALUE 'R'.
               88  CE-LINK                        VALUE 'L'.
               88  CE-UNLINK                      VALUE 'U'.
           05  CE-COLLATERAL-ID        PIC X(10).
      *    Loan account, for link and unlink transactions only.
           05  CE-ACCOUNT-NO           PIC X(10).
           05  CE-COLLATERAL-TYPE      PIC X(01).
           05  CE-DESCRIPTION          PIC X(30).
           05  CE-CURRENCY-CODE        PIC X(03).
           05  CE-APPRAISAL-VALUE      PIC 9(11)V99.
           05  CE-APPRAISAL-DATE       PIC 9(08).
           05  CE-HAIRCUT-PCT          PIC 9(3)V99.
