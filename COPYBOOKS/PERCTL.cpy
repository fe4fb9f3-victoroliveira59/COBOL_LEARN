      *****************************************************************
      * Copybook:  PERCTL
      * Purpose:   Period guard control card, read from PERCTLDD by
      *            the posting runs that check their business date
      *            against the ACCTPERDD period master.  When the
      *            business date falls in a hard-closed month the run
      *            is refused, unless this card allows its postings
      *            to be moved to the first day of the first open
      *            month after it.  No card means no redirection.
      *****************************************************************
       01  PERIOD-GUARD-RECORD.
           05  PG-REDIRECT-SWITCH      PIC X(01).
               88  PG-REDIRECT-ALLOWED            VALUE 'Y'.
