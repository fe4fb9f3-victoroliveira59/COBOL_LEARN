      *                  the recovery-tracking file, a before/after
      *                  audit record is written and the account is
      *                  captured, with totals reported by currency.
      * 15/10/26 MAINT   The interest reversal on a sold loan is
      *                  split with the participants at the
      *                  percentage sold on the PARTMSTDD
      *                  participation master
      * 15/10/26 MAINT   Loan audit records name this run as maker,
      *                  with no checker
      * 15/10/26 MAINT   Business date checked against the ACCTPERDD
      *                  accounting period master: a hard-closed month
      *                  refuses the run or, when the PERCTLDD card
      *                  allows, moves the postings to the first open
      *                  month; outcome on the report and run ledger.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO ABATRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.
         SELECT PERIOD-GUARD-CARD ASSIGN TO PERCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERCTL-STATUS.
         SELECT ACCT-PERIOD-MASTER ASSIGN TO ACCTPERDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AP-PERIOD
             FILE STATUS IS WS-ACCTPER-STATUS.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
            LO-PRODUCT-CODE BY YI-PRODUCT-CODE,
            LO-WITHHOLD-AMT BY YI-WITHHOLD-AMT,
            LO-BASE-WITHHOLD-AMT BY YI-BASE-WITHHOLD-AMT,
            LO-SOLD-PCT BY YI-SOLD-PCT,
            LO-SOLD-INTEREST-AMT BY YI-SOLD-INTEREST-AMT,
            LO-BASE-SOLD-INTEREST-AMT BY YI-BASE-SOLD-INTEREST-AMT,
            LO-SOLD-PENALTY-AMT BY YI-SOLD-PENALTY-AMT,
            LO-BASE-SOLD-PENALTY-AMT BY YI-BASE-SOLD-PENALTY-AMT,
            LO-SOURCE-CODE BY YI-SOURCE-CODE,
            LO-SRC-ACCRUAL BY YI-SRC-ACCRUAL,
            LO-SRC-FEE BY YI-SRC-FEE,
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(80).

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

        FD  PERIOD-GUARD-CARD
            RECORDING MODE IS F.
        COPY PERCTL.

        FD  ACCT-PERIOD-MASTER
            RECORDING MODE IS F.
        COPY ACCTPER.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
            05  WS-JOURNAL-STATUS       PIC X(02).
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-PART-STATUS          PIC X(02).
            05  WS-PART-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  PART-MASTER-OPEN               VALUE 'Y'.

        01  WS-CONTROL-FIELDS.
            05  WS-AGE-DAYS             PIC 9(05) VALUE ZERO.

        01  WS-TODAY-DATE               PIC 9(08).

      *    The accounting period the run posts in: the business
      *    date's month, or the first open month after it when that
      *    month is hard-closed and the guard card allows the move.
        01  WS-PERIOD-GUARD-FIELDS.
            05  WS-PERCTL-STATUS        PIC X(02).
            05  WS-ACCTPER-STATUS       PIC X(02).
            05  WS-PERIOD-FOUND         PIC X(01) VALUE 'N'.
                88  PERIOD-FOUND                   VALUE 'Y'.
            05  WS-REDIRECT-SWITCH      PIC X(01) VALUE 'N'.
                88  REDIRECT-ALLOWED               VALUE 'Y'.
            05  WS-PERIOD-STATE         PIC X(01) VALUE 'O'.
                88  PERIOD-NOT-GUARDED             VALUE 'N'.
                88  PERIOD-SOFT-CLOSED             VALUE 'S'.
                88  PERIOD-REDIRECTED              VALUE 'R'.
            05  WS-RUN-PERIOD           PIC 9(06).
            05  WS-POSTING-PERIOD       PIC 9(06).
            05  WS-POSTING-PERIOD-PARTS REDEFINES WS-POSTING-PERIOD.
                10  WS-POSTING-YEAR     PIC 9(04).
                10  WS-POSTING-MONTH    PIC 9(02).
            05  WS-POSTING-DATE         PIC 9(08).
            05  WS-PERIOD-TRIES         PIC 9(02).
            05  WS-PERIOD-POSTINGS      PIC 9(07) VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            05  WS-OVERDUE-READ         PIC 9(7)  VALUE ZERO.
            05  WS-ACCOUNTS-WRITTEN-OFF PIC 9(7)  VALUE ZERO.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-OVERDUE UNTIL EOF-OVERDUE
           PERFORM 9100-WRITE-CONTROL-REPORT
           PERFORM 9150-WRITE-PERIOD-LINES
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           MOVE WS-SYSTEM-DATE-YEAR TO WS-CURRENT-YEAR
           PERFORM 1500-CHECK-POSTING-PERIOD
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1300-LOAD-YEAR-ACCRUALS
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CAPTURE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT PARTICIPATION-MASTER
           IF WS-PART-STATUS = '00'
               MOVE 'Y' TO WS-PART-MASTER-OPEN
           END-IF
           PERFORM 2100-READ-OVERDUE.

       1100-READ-CONTROL-CARD.
           END-PERFORM
           CLOSE CURRENCY-FILE.

      *    The run's business date must fall in a month finance has
      *    not closed on the ACCTPERDD period master.  A soft-closed
      *    month still takes the postings, reported as late; a
      *    hard-closed month refuses the run before anything is
      *    written, unless the PERCTLDD card allows the postings to
      *    move to the first day of the first open month after it.
      *    Without the period master no month has been closed.
       1500-CHECK-POSTING-PERIOD.
           MOVE WS-TODAY-DATE TO WS-POSTING-DATE
           COMPUTE WS-RUN-PERIOD = WS-TODAY-DATE / 100
           MOVE WS-RUN-PERIOD TO WS-POSTING-PERIOD
           MOVE 'N' TO WS-REDIRECT-SWITCH
           OPEN INPUT PERIOD-GUARD-CARD
           IF WS-PERCTL-STATUS = '00'
               READ PERIOD-GUARD-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PG-REDIRECT-ALLOWED
                           MOVE 'Y' TO WS-REDIRECT-SWITCH
                       END-IF
               END-READ
               CLOSE PERIOD-GUARD-CARD
           END-IF
           OPEN INPUT ACCT-PERIOD-MASTER
           IF WS-ACCTPER-STATUS NOT = '00'
               DISPLAY 'NO PERIOD MASTER, STATUS=' WS-ACCTPER-STATUS
                   ' - POSTING PERIOD NOT CHECKED'
               MOVE 'N' TO WS-PERIOD-STATE
           ELSE
               MOVE 'O' TO WS-PERIOD-STATE
               MOVE WS-RUN-PERIOD TO AP-PERIOD
               PERFORM 1510-READ-PERIOD
               IF PERIOD-FOUND AND AP-SOFT-CLOSED
                   MOVE 'S' TO WS-PERIOD-STATE
               END-IF
               IF PERIOD-FOUND AND AP-HARD-CLOSED
                   PERFORM 1520-REDIRECT-POSTINGS
               END-IF
               CLOSE ACCT-PERIOD-MASTER
           END-IF.

       1510-READ-PERIOD.
           READ ACCT-PERIOD-MASTER
               KEY IS AP-PERIOD
               INVALID KEY
                   MOVE 'N' TO WS-PERIOD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERIOD-FOUND
           END-READ.

      *    Soft-closed months are passed over too: the postings land
      *    in the first month after the closed one that is open or
      *    not yet on the master, looking up to two years ahead.
       1520-REDIRECT-POSTINGS.
           IF NOT REDIRECT-ALLOWED
               DISPLAY 'POSTING PERIOD ' WS-RUN-PERIOD
                   ' IS HARD-CLOSED - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-PERIOD-TRIES
           PERFORM UNTIL NOT PERIOD-FOUND OR AP-OPEN
                   OR WS-PERIOD-TRIES = 24
               ADD 1 TO WS-PERIOD-TRIES
               IF WS-POSTING-MONTH = 12
                   ADD 1 TO WS-POSTING-YEAR
                   MOVE 1 TO WS-POSTING-MONTH
               ELSE
                   ADD 1 TO WS-POSTING-MONTH
               END-IF
               MOVE WS-POSTING-PERIOD TO AP-PERIOD
               PERFORM 1510-READ-PERIOD
           END-PERFORM
           IF PERIOD-FOUND AND NOT AP-OPEN
               DISPLAY 'POSTING PERIOD ' WS-RUN-PERIOD
                   ' IS HARD-CLOSED, NO OPEN PERIOD AFTER IT'
                   ' - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-POSTING-DATE = WS-POSTING-PERIOD * 100 + 1
           MOVE 'R' TO WS-PERIOD-STATE
           DISPLAY 'POSTING PERIOD ' WS-RUN-PERIOD
               ' IS HARD-CLOSED - POSTINGS MOVED TO ' WS-POSTING-DATE.

       2000-PROCESS-OVERDUE.
           ADD 1 TO WS-OVERDUE-READ
           COMPUTE WS-DAYS-PAST-DUE =
           MOVE LI-DAY-COUNT-CODE TO LO-DAY-COUNT-CODE
           MOVE ZERO              TO LO-PENALTY-AMT
           MOVE ZERO              TO LO-BASE-PENALTY-AMT
           MOVE WS-POSTING-DATE   TO LO-POSTING-DATE
           MOVE ZERO              TO LO-FEE-AMT
           MOVE ZERO              TO LO-BASE-FEE-AMT
           MOVE SPACES            TO LO-FEE-CODE
           MOVE LI-PRODUCT-CODE   TO LO-PRODUCT-CODE
           MOVE ZERO              TO LO-WITHHOLD-AMT
           MOVE ZERO              TO LO-BASE-WITHHOLD-AMT
           PERFORM 3350-SPLIT-PARTICIPATION
      *    'W' tells the principal trial balance this reversal
      *    never touched the master.
           MOVE 'W'               TO LO-SOURCE-CODE
           WRITE LOAN-OUTPUT-RECORD.

      *    The participants carried their share of the accrual
      *    being reversed, so they bear the same share of the
      *    reversal.
       3350-SPLIT-PARTICIPATION.
           MOVE ZERO TO LO-SOLD-PCT
           IF PART-MASTER-OPEN
               MOVE LI-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-ACTIVE
                           MOVE PM-SOLD-PCT TO LO-SOLD-PCT
                       END-IF
               END-READ
           END-IF
           COMPUTE LO-SOLD-INTEREST-AMT ROUNDED =
               LO-INTEREST-AMT * LO-SOLD-PCT / 100
           COMPUTE LO-BASE-SOLD-INTEREST-AMT ROUNDED =
               LO-BASE-INTEREST-AMT * LO-SOLD-PCT / 100
           MOVE ZERO TO LO-SOLD-PENALTY-AMT
           MOVE ZERO TO LO-BASE-SOLD-PENALTY-AMT.

       3400-WRITE-RECOVERY-RECORD.
           MOVE 'W' TO RV-RECORD-TYPE
           MOVE LI-ACCOUNT-NO TO RV-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO LA-AUDIT-DATE
           MOVE WS-SYSTEM-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-SYSTEM-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE 'ABATE   ' TO LA-MAKER-ID
           MOVE SPACES TO LA-CHECKER-ID
           WRITE LOAN-AUDIT-RECORD.

       5200-BUILD-NEW-AUDIT.
           CLOSE RECOVERY-FILE
           CLOSE AUDIT-FILE
           CLOSE CAPTURE-FILE
           CLOSE REPORT-FILE
           IF PART-MASTER-OPEN
               CLOSE PARTICIPATION-MASTER
           END-IF.

      *    Where the run's postings landed against the period
      *    master; every redirected run says so here and on the run
      *    ledger.
       9150-WRITE-PERIOD-LINES.
           COMPUTE WS-PERIOD-POSTINGS = WS-ACCOUNTS-WRITTEN-OFF
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN PERIOD-NOT-GUARDED
                   STRING 'POSTING PERIOD       : ' WS-RUN-PERIOD
                       ' NOT CHECKED, NO PERIOD MASTER'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-SOFT-CLOSED
                   STRING 'POSTING PERIOD       : ' WS-RUN-PERIOD
                       ' SOFT-CLOSED, POSTED LATE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-REDIRECTED
                   STRING 'POSTING PERIOD       : ' WS-RUN-PERIOD
                       ' HARD-CLOSED, POSTED ON ' WS-POSTING-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING 'POSTING PERIOD       : ' WS-RUN-PERIOD
                       ' OPEN'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF PERIOD-SOFT-CLOSED OR PERIOD-REDIRECTED
               MOVE WS-PERIOD-POSTINGS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               IF PERIOD-REDIRECTED
                   STRING 'POSTINGS REDIRECTED  : ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING 'LATE POSTINGS        : ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
           MOVE WS-ACCOUNTS-WRITTEN-OFF TO RL-RECORDS-WRITTEN
           MOVE WS-ACCOUNTS-SKIPPED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           IF PERIOD-REDIRECTED
               MOVE WS-RUN-PERIOD TO RL-REDIRECT-FROM-PERIOD
               MOVE WS-POSTING-PERIOD TO RL-REDIRECT-TO-PERIOD
               MOVE WS-PERIOD-POSTINGS TO RL-RECORDS-REDIRECTED
           ELSE
               MOVE ZERO TO RL-REDIRECT-FROM-PERIOD
               MOVE ZERO TO RL-REDIRECT-TO-PERIOD
               MOVE ZERO TO RL-RECORDS-REDIRECTED
           END-IF
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
