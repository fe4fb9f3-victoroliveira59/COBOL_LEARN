      *****************************************************************
      * Copybook:  SCRHIT
      * Purpose:   Watch-list hit record, indexed on SCRHITDD by
      *            customer ID and list entry.  Written by VERB-01
      *            when an add, name change or merge hits the list
      *            (the transaction is held on the hit, an add under
      *            the customer ID reserved for it) and by TRIAGEM-
      *            CLIENTES when the nightly rescreen of the customer
      *            master finds one.  While any hit for a customer is
      *            open or confirmed, MANTEM-EMPRESTIMOS opens no new
      *            loan for that customer.  Compliance's 'S'
      *            disposition transaction clears or confirms the hit;
      *            the decision, officer and note stay on the record
      *            with the match as the audit history.
      *****************************************************************
       01  SCREENING-HIT-RECORD.
           05  SH-HIT-KEY.
               10  SH-CUSTOMER-ID      PIC 9(05).
               10  SH-ENTRY-ID         PIC X(10).
           05  SH-HIT-DATE             PIC 9(08).
           05  SH-LIST-DATE            PIC 9(08).
           05  SH-HIT-SOURCE           PIC X(01).
               88  SH-FROM-ADD                    VALUE 'A'.
               88  SH-FROM-CHANGE                 VALUE 'C'.
               88  SH-FROM-MERGE                  VALUE 'M'.
               88  SH-FROM-RESCREEN               VALUE 'R'.
           05  SH-MATCH-SCORE          PIC 9(03).
           05  SH-CUSTOMER-NAME        PIC X(30).
           05  SH-CUSTOMER-COUNTRY     PIC X(25).
           05  SH-LIST-NAME            PIC X(40).
           05  SH-LIST-COUNTRY         PIC X(25).
           05  SH-HIT-STATUS           PIC X(01).
               88  SH-OPEN                        VALUE 'O'.
               88  SH-CLEARED                     VALUE 'C'.
               88  SH-CONFIRMED                   VALUE 'F'.
               88  SH-BLOCKS-LENDING              VALUE 'O' 'F'.
           05  SH-OFFICER-ID           PIC X(08).
           05  SH-DISPOSITION-DATE     PIC 9(08).
           05  SH-DISPOSITION-NOTE     PIC X(30).
      *    The VERB-01 transaction held by the hit, as keyed, and
      *    what became of it once compliance decided.
           05  SH-HOLD-STATUS          PIC X(01).
               88  SH-NO-HOLD                     VALUE SPACE.
               88  SH-TRAN-HELD                   VALUE 'H'.
               88  SH-TRAN-RELEASED               VALUE 'R'.
               88  SH-TRAN-REJECTED               VALUE 'X'.
               88  SH-RELEASE-FAILED              VALUE 'F'.
           05  SH-TRAN-IMAGE           PIC X(150).
