      *****************************************************************
      * Copybook:  APRCTL
      * Purpose:   Control card read by MANTEM-EMPRESTIMOS from
      *            APRCTLDD: the limits above which a maintenance
      *            transaction is held for a second operator's
      *            approval instead of reaching the loan master -
      *            the principal change (an open counts its whole
      *            principal), the rate or spread change in basis
      *            points - and the days a held item waits before it
      *            expires.  Closes and status changes are always
      *            held.  With no card every principal or rate
      *            change is held and items expire after 5 days.
      *****************************************************************
       01  APPROVAL-CONTROL-RECORD.
           05  AC-PRINCIPAL-LIMIT      PIC 9(9)V99.
           05  AC-RATE-LIMIT-BP        PIC 9(05).
           05  AC-EXPIRY-DAYS          PIC 9(03).
