      *****************************************************************
      * Copybook:  LOANPEND
      * Purpose:   Pending-approval record, indexed on LOANPNDDD by
      *            account, entry date and sequence.  MANTEM-
      *            EMPRESTIMOS writes one for each maintenance
      *            transaction over the APRCTL limits, holding the
      *            transaction image as keyed, and marks it released,
      *            rejected or expired as the checker's 'K' decision
      *            or the expiry sweep disposes of it.  Records stay
      *            on file as the approval history.
      *****************************************************************
       01  LOAN-PENDING-RECORD.
           05  PA-PENDING-KEY.
               10  PA-ACCOUNT-NO       PIC X(10).
               10  PA-ENTRY-DATE       PIC 9(08).
               10  PA-ENTRY-SEQ        PIC 9(05).
           05  PA-TRAN-CODE            PIC X(01).
           05  PA-MAKER-ID             PIC X(08).
           05  PA-HOLD-REASON          PIC X(30).
           05  PA-STATUS               PIC X(01).
               88  PA-PENDING                     VALUE 'P'.
               88  PA-RELEASED                    VALUE 'R'.
               88  PA-REJECTED                    VALUE 'X'.
               88  PA-EXPIRED                     VALUE 'E'.
               88  PA-RELEASE-FAILED              VALUE 'F'.
           05  PA-CHECKER-ID           PIC X(08).
           05  PA-DECISION-DATE        PIC 9(08).
      *    The LOANTRAN record as keyed, with room for the layout
      *    to grow.
           05  PA-TRAN-IMAGE           PIC X(120).
