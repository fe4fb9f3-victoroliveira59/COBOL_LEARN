      *****************************************************************
      * Copybook:  COLLAUD
      * Purpose:   Before/after collateral maintenance audit record,
      *            written by MANTEM-GARANTIAS to COLLAUDD for every
      *            item added, re-appraised or released and every
      *            link made or removed, in the LOANAUD spirit.  The
      *            account number is filled on link and unlink
      *            records only.
      *****************************************************************
       01  COLLATERAL-AUDIT-RECORD.
           05  CU-COLLATERAL-ID         PIC X(10).
           05  CU-ACCOUNT-NO            PIC X(10).
           05  CU-TRAN-CODE             PIC X(01).
           05  CU-AUDIT-DATE            PIC 9(8).
           05  CU-AUDIT-UTC-HOUR        PIC 9(2).
           05  CU-AUDIT-UTC-MINUTE      PIC 9(2).
           05  CU-OLD-ITEM.
               10  CU-OLD-TYPE          PIC X(01).
               10  CU-OLD-CURRENCY      PIC X(03).
               10  CU-OLD-VALUE         PIC 9(11)V99.
               10  CU-OLD-APPRAISAL-DATE PIC 9(08).
               10  CU-OLD-HAIRCUT-PCT   PIC 9(3)V99.
               10  CU-OLD-STATUS        PIC X(01).
           05  CU-NEW-ITEM.
               10  CU-NEW-TYPE          PIC X(01).
               10  CU-NEW-CURRENCY      PIC X(03).
               10  CU-NEW-VALUE         PIC 9(11)V99.
               10  CU-NEW-APPRAISAL-DATE PIC 9(08).
               10  CU-NEW-HAIRCUT-PCT   PIC 9(3)V99.
               10  CU-NEW-STATUS        PIC X(01).
