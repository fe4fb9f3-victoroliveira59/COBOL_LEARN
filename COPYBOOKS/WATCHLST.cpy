      *****************************************************************
      * Copybook:  WATCHLST
      * Purpose:   One entry of the sanctions and watch list loaded
      *            from the regulator's list onto WATCHDD, inside the
      *            FEEDHT header/trailer envelope.  The header's
      *            business date is the list's issue date: a list
      *            with a new issue date is what sets off the full
      *            rescreen of the customer master.  The trailer
      *            carries the entry count; the list has no amounts,
      *            so its hash total is zero.  Names and countries
      *            are kept as the regulator prints them (any word
      *            order, accented or not); COMPARA-NOMES normalizes
      *            both sides when it compares.
      *****************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID             PIC X(10).
           05  WL-NAME                 PIC X(40).
           05  WL-COUNTRY              PIC X(25).
           05  WL-LIST-SOURCE          PIC X(08).
