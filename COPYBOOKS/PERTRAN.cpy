      *****************************************************************
      * Copybook:  PERTRAN
      * Purpose:   Accounting period transaction, read by MANTEM-
      *            PERIODOS from PERTRNDD to open (or reopen),
      *            soft-close or hard-close a calendar month on the
      *            ACCTPERDD period master.
      *****************************************************************
       01  ACCT-PERIOD-TRAN-RECORD.
           05  AT-TRAN-CODE            PIC X(01).
               88  AT-OPEN                        VALUE 'O'.
               88  AT-SOFT-CLOSE                  VALUE 'S'.
               88  AT-HARD-CLOSE                  VALUE 'H'.
           05  AT-PERIOD               PIC 9(06).
           05  AT-PERIOD-PARTS REDEFINES AT-PERIOD.
               10  AT-PERIOD-YEAR      PIC 9(04).
               10  AT-PERIOD-MONTH     PIC 9(02).
      *    Finance operator requesting the change; required.
           05  AT-OPERATOR-ID          PIC X(08).
