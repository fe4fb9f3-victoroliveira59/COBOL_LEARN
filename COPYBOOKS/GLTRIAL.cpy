      *****************************************************************
      * Copybook:  GLTRIAL
      * Purpose:   General-ledger daily trial-balance extract read by
      *            CONCILIA-RAZAO from GLTBALDD, between a FEEDHT
      *            header (feed GLTRIAL, business date = the balance
      *            date) and trailer (line count, hash = month debits
      *            plus month credits).  One line per GL account and
      *            currency, 'BAS' for the base consolidation:
      *            balance at the start of the month, the month's
      *            debit and credit movement to date, and the
      *            closing balance, balances signed debit-positive.
      *****************************************************************
       01  GL-TRIAL-BALANCE-RECORD.
           05  GT-ACCOUNT-CODE         PIC X(08).
           05  GT-CURRENCY-CODE        PIC X(03).
           05  GT-OPENING-BALANCE      PIC S9(13)V99.
           05  GT-MONTH-DEBITS         PIC 9(13)V99.
           05  GT-MONTH-CREDITS        PIC 9(13)V99.
           05  GT-CLOSING-BALANCE      PIC S9(13)V99.
