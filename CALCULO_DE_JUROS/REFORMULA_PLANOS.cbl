      *                  a before/after LOANAUD record and captures
      *                  the account for the incremental interest
      *                  run.
      * 15/10/26 MAINT   Loan audit records name this run as maker,
      *                  with no checker
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           MOVE WS-TODAY-DATE TO LA-AUDIT-DATE
           MOVE WS-SYSTEM-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-SYSTEM-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE 'REFORM  ' TO LA-MAKER-ID
           MOVE SPACES TO LA-CHECKER-ID
           WRITE LOAN-AUDIT-RECORD.

       5200-BUILD-NEW-AUDIT.
