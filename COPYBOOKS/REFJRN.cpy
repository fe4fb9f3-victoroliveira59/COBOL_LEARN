      *****************************************************************
      * Copybook:  REFJRN
      * Purpose:   Refund journal record appended by DEVOLVE-
      *            CREDITOS to REFJRNDD, one record per unapplied-
      *            cash item returned, and journaled by LANCA-RAZAO
      *            through the 'RF' mapping.  The file is
      *            cumulative, so the GL run selects by
      *            RJ-POSTED-DATE.
      *****************************************************************
       01  REFUND-JOURNAL-RECORD.
           05  RJ-ACCOUNT-NO           PIC X(10).
           05  RJ-CURRENCY-CODE        PIC X(03).
           05  RJ-PAYMENT-DATE         PIC 9(08).
           05  RJ-VALUE-DATE           PIC 9(08).
           05  RJ-AMOUNT               PIC 9(9)V99.
           05  RJ-BASE-AMOUNT          PIC 9(11)V99.
      *    Unapplied reason the money sat under, and why it went
      *    back: overpayment on a paid-off loan or approved request.
           05  RJ-REASON-CODE          PIC X(04).
           05  RJ-REFUND-SOURCE        PIC X(01).
               88  RJ-PAID-OFF-EXCESS             VALUE 'O'.
               88  RJ-APPROVED-REQUEST            VALUE 'R'.
           05  RJ-DAYS-OUTSTANDING     PIC 9(05).
           05  RJ-POSTED-DATE          PIC 9(08).
