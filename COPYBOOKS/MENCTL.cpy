      *****************************************************************
      * Copybook:  MENCTL
      * Purpose:   Control card read by FATURA-MENSALIDADES from
      *            MENCTLDD: the term to bill and the student-loan
      *            terms used for students who finance their tuition.
      *            The loan account is FM-ACCOUNT-PREFIX followed by
      *            the student ID, so the prefix must change from
      *            term to term.  FM-OPERATOR-ID is the operator the
      *            loan opens are keyed under for MANTEM-EMPRESTIMOS.
      *            With no product, prefix or operator on the card no
      *            loan is requested.
      *****************************************************************
       01  TUITION-CONTROL-RECORD.
           02  FM-TERM-CODE            PIC X(06).
           02  FM-LOAN-PRODUCT         PIC X(04).
           02  FM-LOAN-RATE-PCT        PIC 9(03)V9(04).
           02  FM-LOAN-TERM-MONTHS     PIC 9(03).
           02  FM-CURRENCY-CODE        PIC X(03).
           02  FM-ACCOUNT-PREFIX       PIC X(04).
           02  FM-OPERATOR-ID          PIC X(08).
