      *****************************************************************
      * Copybook:  MAILHOLD
      * Purpose:   Held-letter exception record, appended to MAILHLDD
      *            by every letter-producing run when a borrower has
      *            no deliverable address left (every address on
      *            CUSTMSTD marked returned by the post office).  The
      *            letter is kept out of the post (not printed, or for
      *            the annual statement printed with a HELD line in
      *            place of the address) and the record names the
      *            run, the customer, the account and the letter, so
      *            the branch can send it once it has a good address.
      *            LISTA-DEVOLVIDOS lists the week's held letters with
      *            the customers concerned.
      *****************************************************************
       01  MAIL-HOLD-RECORD.
           05  MH-HOLD-DATE            PIC 9(08).
           05  MH-PROGRAM-NAME         PIC X(08).
           05  MH-CUSTOMER-ID          PIC 9(05).
           05  MH-ACCOUNT-NO           PIC X(10).
           05  MH-LETTER-TYPE          PIC X(20).
