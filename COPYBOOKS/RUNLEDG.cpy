      *            end of run: program, run date and UTC time from
      *            the DATEWORK call, record counts and return code.
      *            RESUME-OPERACAO prints the night at a glance from
      *            this file.  Posting runs whose business date fell
      *            in a hard-closed accounting period also record the
      *            closed month, the month the postings were moved to
      *            and how many were moved (zero when nothing was
      *            moved).  Other runs and older records leave those
      *            fields unset, so readers take anything not numeric
      *            as no redirection.
      *****************************************************************
       01  RUN-LEDGER-RECORD.
           05  RL-PROGRAM-NAME         PIC X(08).
           05  RL-RECORDS-WRITTEN      PIC 9(07).
           05  RL-RECORDS-REJECTED     PIC 9(07).
           05  RL-RETURN-CODE          PIC 9(02).
           05  RL-REDIRECT-FROM-PERIOD PIC 9(06).
           05  RL-REDIRECT-TO-PERIOD   PIC 9(06).
           05  RL-RECORDS-REDIRECTED   PIC 9(07).
