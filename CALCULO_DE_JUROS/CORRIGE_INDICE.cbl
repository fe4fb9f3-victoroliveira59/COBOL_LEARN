      *                  the YTD chain (which the GL run journals),
      *                  adjusts the capitalized master principal by
      *                  the same delta and captures the account.
      * 15/10/26 MAINT   The interest delta on a sold loan is split
      *                  with the participants at the percentage the
      *                  corrected accrual record was sold at
      * 15/10/26 MAINT   Business date checked against the ACCTPERDD
      *                  accounting period master: a hard-closed month
      *                  refuses the run or, when the PERCTLDD card
      *                  allows, moves the postings to the first open
      *                  month; outcome on the report and run ledger.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO CORRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
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

        FD  PERIOD-GUARD-CARD
            RECORDING MODE IS F.
        COPY PERCTL.

        FD  ACCT-PERIOD-MASTER
            RECORDING MODE IS F.
        COPY ACCTPER.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
                10  WS-AFF-DCC          PIC X(01).
                10  WS-AFF-CUSTOMER-ID  PIC 9(5).
                10  WS-AFF-PRODUCT      PIC X(04).
                10  WS-AFF-SOLD-PCT     PIC 9(3)V9(4).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,

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
            05  WS-RECORDS-READ         PIC 9(7)  VALUE ZERO.
            05  WS-ADJUSTMENTS-POSTED   PIC 9(7)  VALUE ZERO.
           PERFORM 3000-POST-ADJUSTMENTS
           PERFORM 8000-UPDATE-FEED-TRAILER
           PERFORM 9100-WRITE-CONTROL-REPORT
           PERFORM 9150-WRITE-PERIOD-LINES
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           PERFORM 1200-CHECK-POSTING-PERIOD
           PERFORM 1100-READ-CORRECTION-CARD
           OPEN I-O LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
           MOVE CX-FIXING-DATE TO WS-FIXING-DATE
           CLOSE CONTROL-FILE.

      *    The run's business date must fall in a month finance has
      *    not closed on the ACCTPERDD period master.  A soft-closed
      *    month still takes the postings, reported as late; a
      *    hard-closed month refuses the run before anything is
      *    written, unless the PERCTLDD card allows the postings to
      *    move to the first day of the first open month after it.
      *    Without the period master no month has been closed.
       1200-CHECK-POSTING-PERIOD.
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
               PERFORM 1210-READ-PERIOD
               IF PERIOD-FOUND AND AP-SOFT-CLOSED
                   MOVE 'S' TO WS-PERIOD-STATE
               END-IF
               IF PERIOD-FOUND AND AP-HARD-CLOSED
                   PERFORM 1220-REDIRECT-POSTINGS
               END-IF
               CLOSE ACCT-PERIOD-MASTER
           END-IF.

       1210-READ-PERIOD.
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
       1220-REDIRECT-POSTINGS.
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
               PERFORM 1210-READ-PERIOD
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

      *    A record accrued on the bad fixing when it carries the
      *    fixing's posting date and its resolved rate equals the
      *    bad rate plus the loan's contractual spread, with the
               MOVE YI-DAY-COUNT-CODE TO WS-AFF-DCC (WS-AFF-COUNT)
               MOVE YI-CUSTOMER-ID TO WS-AFF-CUSTOMER-ID (WS-AFF-COUNT)
               MOVE YI-PRODUCT-CODE TO WS-AFF-PRODUCT (WS-AFF-COUNT)
               IF YI-SOLD-PCT IS NUMERIC
                   MOVE YI-SOLD-PCT TO WS-AFF-SOLD-PCT (WS-AFF-COUNT)
               ELSE
                   MOVE ZERO TO WS-AFF-SOLD-PCT (WS-AFF-COUNT)
               END-IF
           ELSE
      *        Aborting here is safe and rerunnable: nothing has
      *        been posted yet, while a partial correction could not
           MOVE WS-AFF-DCC (AFF-IDX) TO LO-DAY-COUNT-CODE
           MOVE ZERO TO LO-PENALTY-AMT
           MOVE ZERO TO LO-BASE-PENALTY-AMT
           MOVE WS-POSTING-DATE TO LO-POSTING-DATE
           MOVE ZERO TO LO-FEE-AMT
           MOVE ZERO TO LO-BASE-FEE-AMT
           MOVE SPACES TO LO-FEE-CODE
           MOVE WS-AFF-PRODUCT (AFF-IDX) TO LO-PRODUCT-CODE
           MOVE ZERO TO LO-WITHHOLD-AMT
           MOVE ZERO TO LO-BASE-WITHHOLD-AMT
           MOVE WS-AFF-SOLD-PCT (AFF-IDX) TO LO-SOLD-PCT
           COMPUTE LO-SOLD-INTEREST-AMT ROUNDED =
               WS-DELTA-INTEREST * LO-SOLD-PCT / 100
           COMPUTE LO-BASE-SOLD-INTEREST-AMT ROUNDED =
               WS-DELTA-BASE * LO-SOLD-PCT / 100
           MOVE ZERO TO LO-SOLD-PENALTY-AMT
           MOVE ZERO TO LO-BASE-SOLD-PENALTY-AMT
      *    'J' marks an adjustment whose delta DID move the
      *    capitalized master, so the trial balance counts it.
           MOVE 'J' TO LO-SOURCE-CODE
           CLOSE CAPTURE-FILE
           CLOSE REPORT-FILE.

      *    Where the run's postings landed against the period
      *    master; every redirected run says so here and on the run
      *    ledger.
       9150-WRITE-PERIOD-LINES.
           COMPUTE WS-PERIOD-POSTINGS = WS-ADJUSTMENTS-POSTED
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN PERIOD-NOT-GUARDED
                   STRING 'POSTING PERIOD     : ' WS-RUN-PERIOD
                       ' NOT CHECKED, NO PERIOD MASTER'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-SOFT-CLOSED
                   STRING 'POSTING PERIOD     : ' WS-RUN-PERIOD
                       ' SOFT-CLOSED, POSTED LATE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-REDIRECTED
                   STRING 'POSTING PERIOD     : ' WS-RUN-PERIOD
                       ' HARD-CLOSED, POSTED ON ' WS-POSTING-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING 'POSTING PERIOD     : ' WS-RUN-PERIOD
                       ' OPEN'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF PERIOD-SOFT-CLOSED OR PERIOD-REDIRECTED
               MOVE WS-PERIOD-POSTINGS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               IF PERIOD-REDIRECTED
                   STRING 'POSTINGS REDIRECTED: ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING 'LATE POSTINGS      : ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
           MOVE WS-ADJUSTMENTS-POSTED TO RL-RECORDS-WRITTEN
           MOVE ZERO TO RL-RECORDS-REJECTED
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
