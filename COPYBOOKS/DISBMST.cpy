      *****************************************************************
      * Copybook:  DISBMST
      * Purpose:   Disbursement master record, indexed on DISBMSTDD
      *            by DM-ACCOUNT-NO.  Written by MANTEM-EMPRESTIMOS
      *            when a loan is opened (the approved principal,
      *            nothing yet paid out) and moved on by LIBERA-
      *            CREDITO as each tranche is released.  CALCULO-
      *            JUROS accrues only on the disbursed part.  A loan
      *            with no record here predates the subsystem and is
      *            treated as fully disbursed.
      *****************************************************************
       01  DISBURSEMENT-MASTER-RECORD.
           05  DM-ACCOUNT-NO           PIC X(10).
           05  DM-CURRENCY-CODE        PIC X(03).
           05  DM-APPROVED-AMT         PIC 9(9)V99.
           05  DM-DISBURSED-AMT        PIC 9(9)V99.
           05  DM-TRANCHE-COUNT        PIC 9(03).
           05  DM-OPENED-DATE          PIC 9(08).
           05  DM-LAST-DISB-DATE       PIC 9(08).
           05  DM-STATUS               PIC X(01).
               88  DM-PARTLY-DISBURSED            VALUE 'O'.
               88  DM-FULLY-DISBURSED             VALUE 'F'.
