      *                  value instead of losing its sign in the
      *                  unsigned GL amount; header hash likewise
      *                  sums absolute amounts
      * 15/10/26 MAINT   Month-end loan-loss provision change from
      *                  PROVISIONA-PERDAS (PROVDD change records)
      *                  journaled per currency and in base through
      *                  the 'PV' mapping, a release swapping the
      *                  legs; no file is an ordinary night
      * 15/10/26 MAINT   Loan disbursements released by LIBERA-
      *                  CREDITO (DISBJRDD, selected by posted date
      *                  like the YTD chain) journaled per currency
      *                  and in base through the new 'DS' mapping,
      *                  with loan-level detail records
      * 15/10/26 MAINT   Participations: the participants' share of
      *                  interest and penalty on sold loans (the
      *                  sold amounts on the YTD chain) comes out of
      *                  the IN/PE income legs and is journaled per
      *                  currency and in base through the new 'PT'
      *                  mapping to the participant payable, a net
      *                  reversal swapping the legs; only our
      *                  retained share is booked as income
      * 15/10/26 MAINT   Credit balances refunded by DEVOLVE-
      *                  CREDITOS (REFJRNDD, selected by posted date
      *                  like the disbursements) journaled per
      *                  currency and in base through the new 'RF'
      *                  mapping, with loan-level detail records
      * 15/10/26 MAINT   Business date checked against the ACCTPERDD
      *                  accounting period master: a hard-closed month
      *                  refuses the run or, when the PERCTLDD card
      *                  allows, moves the postings to the first open
      *                  month; outcome on the report and run ledger.
      * 15/10/26 MAINT   Provision change selected by the last day
      *                  of its rating month like the other
      *                  journals, so a PROVDD left on disk is not
      *                  journaled again; its legs are dated that
      *                  day (the posting date when the month is
      *                  hard-closed)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
         SELECT FXGL-FILE ASSIGN TO FXGLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FXGL-STATUS.
         SELECT PROVISION-FILE ASSIGN TO PROVDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROV-STATUS.
         SELECT DISBURSE-JOURNAL ASSIGN TO DISBJRDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISBJ-STATUS.
         SELECT REFUND-JOURNAL ASSIGN TO REFJRNDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFJ-STATUS.
         SELECT REPORT-FILE ASSIGN TO GLRPTDD
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
            RECORDING MODE IS F.
        COPY FXGL.

        FD  PROVISION-FILE
            RECORDING MODE IS F.
        COPY PROVREC.

        FD  DISBURSE-JOURNAL
            RECORDING MODE IS F.
        COPY DISBJRN.

        FD  REFUND-JOURNAL
            RECORDING MODE IS F.
        COPY REFJRN.

        FD  REPORT-FILE
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
            05  WS-GLCTL-STATUS         PIC X(02).
            05  WS-GLMAP-STATUS         PIC X(02).
            05  WS-FXGL-STATUS          PIC X(02).
            05  WS-PROV-STATUS          PIC X(02).
            05  WS-DISBJ-STATUS         PIC X(02).
            05  WS-REFJ-STATUS          PIC X(02).
            05  WS-EOF-GLMAP            PIC X(01) VALUE 'N'.
                88  EOF-GLMAP                      VALUE 'Y'.
            05  WS-EOF-FXGL             PIC X(01) VALUE 'N'.
                88  EOF-FXGL                       VALUE 'Y'.
            05  WS-EOF-PROV             PIC X(01) VALUE 'N'.
                88  EOF-PROV                       VALUE 'Y'.
            05  WS-EOF-DISBJ            PIC X(01) VALUE 'N'.
                88  EOF-DISBJ                      VALUE 'Y'.
            05  WS-EOF-REFJ             PIC X(01) VALUE 'N'.
                88  EOF-REFJ                       VALUE 'Y'.
            05  WS-MAPPING-FOUND        PIC X(01) VALUE 'N'.
                88  MAPPING-FOUND                  VALUE 'Y'.
            05  WS-IN-PERIOD            PIC X(01).
                10  WS-FX-CURRENCY      PIC X(03).
                10  WS-FX-NET           PIC S9(11)V99.

        01  WS-PROV-TABLE.
            05  WS-PROV-COUNT           PIC 9(03) VALUE ZERO.
            05  WS-PROV-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-PROV-COUNT
                    INDEXED BY PROV-IDX.
                10  WS-PROV-CURRENCY    PIC X(03).
                10  WS-PROV-CHANGE      PIC S9(11)V99.
                10  WS-PROV-DATE        PIC 9(08).

        01  WS-DISB-TABLE.
            05  WS-DISB-COUNT           PIC 9(03) VALUE ZERO.
            05  WS-DISB-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-DISB-COUNT
                    INDEXED BY DISB-IDX.
                10  WS-DISB-CURRENCY    PIC X(03).
                10  WS-DISB-AMOUNT      PIC 9(11)V99.

        01  WS-REFUND-TABLE.
            05  WS-REFUND-COUNT         PIC 9(03) VALUE ZERO.
            05  WS-REFUND-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-REFUND-COUNT
                    INDEXED BY REFUND-IDX.
                10  WS-REFUND-CURRENCY  PIC X(03).
                10  WS-REFUND-AMOUNT    PIC 9(11)V99.

        01  WS-FX-WORK.
            05  WS-FX-ABS-AMOUNT        PIC 9(11)V99.
            05  WS-PROV-ABS-AMOUNT      PIC 9(11)V99.

      *    Signed staging for the interest legs: GL-AMOUNT itself is
      *    unsigned, so the sign travels here and decides which
      *    mapping the pair books through.
        01  WS-JOURNAL-AMOUNT           PIC S9(11)V99.

      *    The participants' part of the record in hand, zero on
      *    records written before participations or never sold;
      *    the income legs carry only what is left.
        01  WS-SOLD-FIELDS.
            05  WS-SOLD-INTEREST        PIC S9(9)V99.
            05  WS-BASE-SOLD-INTEREST   PIC S9(9)V99.
            05  WS-SOLD-PENALTY         PIC 9(9)V99.
            05  WS-BASE-SOLD-PENALTY    PIC 9(9)V99.
            05  WS-PART-ABS-AMOUNT      PIC 9(11)V99.

        01  WS-PERIOD-FIELDS.
            05  WS-SELECT-FROM          PIC 9(08) VALUE ZERO.
            05  WS-SELECT-TO            PIC 9(08) VALUE ZERO.
            05  WS-OUT-OF-PERIOD        PIC 9(7)  VALUE ZERO.
            05  WS-PROV-MONTH           PIC 9(06).
            05  WS-PROV-MONTH-PARTS REDEFINES WS-PROV-MONTH.
                10  WS-PROV-YEAR        PIC 9(04).
                10  WS-PROV-MONTH-NO    PIC 9(02).
            05  WS-PROV-LAST-DAY        PIC 9(02).
            05  WS-PROV-MONTH-END       PIC 9(08).

        01  WS-INTEREST-TABLE.
            05  WS-INT-CURR-COUNT       PIC 9(03) VALUE ZERO.
                10  WS-PEN-AMOUNT       PIC 9(11)V99.
                10  WS-FEE-AMOUNT       PIC 9(11)V99.
                10  WS-WHT-AMOUNT       PIC 9(11)V99.
                10  WS-PART-AMOUNT      PIC S9(11)V99.

        01  WS-WORK-FIELDS.
            05  WS-BASE-INTEREST-TOTAL  PIC S9(11)V99 VALUE ZERO.
            05  WS-BASE-PENALTY-TOTAL   PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-FEE-TOTAL       PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-WHT-TOTAL       PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-DISB-TOTAL      PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-REFUND-TOTAL    PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-PART-TOTAL      PIC S9(11)V99 VALUE ZERO.
            05  WS-JOURNAL-COUNT        PIC 9(07) VALUE ZERO.
            05  WS-HASH-TOTAL           PIC 9(13)V99 VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            05  WS-RECORDS-READ         PIC 9(7)  VALUE ZERO.
            05  WS-DETAILS-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-PROV-JOURNALED       PIC 9(7)  VALUE ZERO.
            05  WS-DISB-JOURNALED       PIC 9(7)  VALUE ZERO.
            05  WS-REFUND-JOURNALED     PIC 9(7)  VALUE ZERO.

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

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-INTEREST UNTIL EOF-YTD
           PERFORM 2500-LOAD-FX-GAINLOSS
           PERFORM 2600-LOAD-PROVISION-CHANGE
           PERFORM 2700-LOAD-DISBURSEMENTS
           PERFORM 2800-LOAD-REFUNDS
           PERFORM 3000-WRITE-BATCH-HEADER
           PERFORM 3100-WRITE-JOURNALS
           PERFORM 4000-WRITE-DETAIL-PASS
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           PERFORM 1200-CHECK-POSTING-PERIOD
           PERFORM 1100-READ-PERIOD-CARD
           PERFORM 1050-LOAD-ACCOUNT-MAPPING
           OPEN INPUT YTD-FILE
               END-IF
           END-IF.

      *    Month-end loan-loss provision change from PROVISIONA-
      *    PERDAS, one change record per currency plus the base
      *    consolidation.  The loan detail records on the same file
      *    are for the auditors, not the ledger.  A missing file is
      *    an ordinary night (provisioning is month-end only).  The
      *    file stays on disk until the next provisioning run, so
      *    the change is selected like the other journals, by the
      *    last day of its rating month, and journaled on that day.
       2600-LOAD-PROVISION-CHANGE.
           MOVE ZERO TO WS-PROV-COUNT
           MOVE 'N' TO WS-EOF-PROV
           OPEN INPUT PROVISION-FILE
           IF WS-PROV-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PROV
           ELSE
               PERFORM UNTIL EOF-PROV
                   READ PROVISION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-PROV
                       NOT AT END
                           IF PN-CURRENCY-CHANGE
                               PERFORM 2660-CHECK-PROVISION-IN-PERIOD
                               IF IN-PERIOD
                                   PERFORM 2650-KEEP-PROVISION-CHANGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-FILE
           END-IF
           IF WS-PROV-COUNT > ZERO AND NOT PERIOD-NOT-GUARDED
               PERFORM 2680-CHECK-PROVISION-DATES
           END-IF.

       2650-KEEP-PROVISION-CHANGE.
           IF WS-PROV-COUNT < 100
               ADD 1 TO WS-PROV-COUNT
               MOVE PC-CURRENCY-CODE TO
                   WS-PROV-CURRENCY (WS-PROV-COUNT)
               MOVE PC-PROVISION-CHANGE TO
                   WS-PROV-CHANGE (WS-PROV-COUNT)
               MOVE WS-PROV-MONTH-END TO
                   WS-PROV-DATE (WS-PROV-COUNT)
           ELSE
               DISPLAY 'PROVISION TABLE FULL, CURRENCY '
                   PC-CURRENCY-CODE ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2660-CHECK-PROVISION-IN-PERIOD.
           PERFORM 2665-SET-PROVISION-MONTH-END
           IF WS-SELECT-FROM = ZERO
               MOVE 'Y' TO WS-IN-PERIOD
           ELSE
               IF PC-RATING-MONTH IS NUMERIC
                       AND WS-PROV-MONTH-NO NOT < 1
                       AND WS-PROV-MONTH-NO NOT > 12
                       AND WS-PROV-MONTH-END NOT < WS-SELECT-FROM
                       AND WS-PROV-MONTH-END NOT > WS-SELECT-TO
                   MOVE 'Y' TO WS-IN-PERIOD
               ELSE
                   MOVE 'N' TO WS-IN-PERIOD
               END-IF
           END-IF.

      *    A change without a usable rating month (the whole-chain
      *    feed takes it anyway) is journaled on the posting date.
       2665-SET-PROVISION-MONTH-END.
           MOVE WS-POSTING-DATE TO WS-PROV-MONTH-END
           MOVE ZERO TO WS-PROV-MONTH
           IF PC-RATING-MONTH IS NUMERIC
               MOVE PC-RATING-MONTH TO WS-PROV-MONTH
               IF WS-PROV-MONTH-NO NOT < 1
                       AND WS-PROV-MONTH-NO NOT > 12
                   EVALUATE WS-PROV-MONTH-NO
                       WHEN 4 WHEN 6 WHEN 9 WHEN 11
                           MOVE 30 TO WS-PROV-LAST-DAY
                       WHEN 2
                           IF FUNCTION MOD(WS-PROV-YEAR, 400) = 0
                           OR (FUNCTION MOD(WS-PROV-YEAR, 4) = 0 AND
                               FUNCTION MOD(WS-PROV-YEAR, 100)
                                   NOT = 0)
                               MOVE 29 TO WS-PROV-LAST-DAY
                           ELSE
                               MOVE 28 TO WS-PROV-LAST-DAY
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO WS-PROV-LAST-DAY
                   END-EVALUATE
                   COMPUTE WS-PROV-MONTH-END =
                       WS-PROV-MONTH * 100 + WS-PROV-LAST-DAY
               END-IF
           END-IF.

      *    Finance usually hard-closes the rating month before the
      *    ledger run; a change whose month-end falls in a hard-
      *    closed month is journaled with the rest of the run.
       2680-CHECK-PROVISION-DATES.
           OPEN INPUT ACCT-PERIOD-MASTER
           IF WS-ACCTPER-STATUS = '00'
               PERFORM VARYING PROV-IDX FROM 1 BY 1
                       UNTIL PROV-IDX > WS-PROV-COUNT
                   COMPUTE AP-PERIOD = WS-PROV-DATE (PROV-IDX) / 100
                   PERFORM 1210-READ-PERIOD
                   IF PERIOD-FOUND AND AP-HARD-CLOSED
                       MOVE WS-POSTING-DATE TO WS-PROV-DATE (PROV-IDX)
                   END-IF
               END-PERFORM
               CLOSE ACCT-PERIOD-MASTER
           END-IF.

      *    Disbursements released by LIBERA-CREDITO, totalled per
      *    currency.  The journal is cumulative, so the same period
      *    selection as the YTD chain applies, keyed on the night
      *    the tranche was released.  No file means no disbursement
      *    has been posted yet.
       2700-LOAD-DISBURSEMENTS.
           MOVE ZERO TO WS-DISB-COUNT
           MOVE 'N' TO WS-EOF-DISBJ
           OPEN INPUT DISBURSE-JOURNAL
           IF WS-DISBJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-DISBJ
           ELSE
               PERFORM UNTIL EOF-DISBJ
                   READ DISBURSE-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF-DISBJ
                       NOT AT END
                           PERFORM 2760-CHECK-DISB-IN-PERIOD
                           IF IN-PERIOD
                               PERFORM 2750-TALLY-DISBURSEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISBURSE-JOURNAL
           END-IF.

       2750-TALLY-DISBURSEMENT.
           ADD DJ-BASE-AMOUNT TO WS-BASE-DISB-TOTAL
           MOVE 'N' TO WS-MAPPING-FOUND
           IF WS-DISB-COUNT > ZERO
               SET DISB-IDX TO 1
               SEARCH WS-DISB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DISB-CURRENCY (DISB-IDX) = DJ-CURRENCY-CODE
                       MOVE 'Y' TO WS-MAPPING-FOUND
                       ADD DJ-AMOUNT TO WS-DISB-AMOUNT (DISB-IDX)
               END-SEARCH
           END-IF
           IF NOT MAPPING-FOUND
               IF WS-DISB-COUNT < 100
                   ADD 1 TO WS-DISB-COUNT
                   MOVE DJ-CURRENCY-CODE TO
                       WS-DISB-CURRENCY (WS-DISB-COUNT)
                   MOVE DJ-AMOUNT TO WS-DISB-AMOUNT (WS-DISB-COUNT)
               ELSE
                   DISPLAY 'DISBURSEMENT TALLY FULL, CURRENCY '
                       DJ-CURRENCY-CODE ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2760-CHECK-DISB-IN-PERIOD.
           IF WS-SELECT-FROM = ZERO
               MOVE 'Y' TO WS-IN-PERIOD
           ELSE
               IF DJ-POSTED-DATE IS NUMERIC
                       AND DJ-POSTED-DATE NOT < WS-SELECT-FROM
                       AND DJ-POSTED-DATE NOT > WS-SELECT-TO
                   MOVE 'Y' TO WS-IN-PERIOD
               ELSE
                   MOVE 'N' TO WS-IN-PERIOD
               END-IF
           END-IF.

      *    Credit balances returned by DEVOLVE-CREDITOS, totalled
      *    per currency and selected like the disbursements.  No
      *    file means nothing has been refunded yet.
       2800-LOAD-REFUNDS.
           MOVE ZERO TO WS-REFUND-COUNT
           MOVE 'N' TO WS-EOF-REFJ
           OPEN INPUT REFUND-JOURNAL
           IF WS-REFJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-REFJ
           ELSE
               PERFORM UNTIL EOF-REFJ
                   READ REFUND-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF-REFJ
                       NOT AT END
                           PERFORM 2860-CHECK-REFUND-IN-PERIOD
                           IF IN-PERIOD
                               PERFORM 2850-TALLY-REFUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-JOURNAL
           END-IF.

       2850-TALLY-REFUND.
           ADD RJ-BASE-AMOUNT TO WS-BASE-REFUND-TOTAL
           MOVE 'N' TO WS-MAPPING-FOUND
           IF WS-REFUND-COUNT > ZERO
               SET REFUND-IDX TO 1
               SEARCH WS-REFUND-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REFUND-CURRENCY (REFUND-IDX)
                           = RJ-CURRENCY-CODE
                       MOVE 'Y' TO WS-MAPPING-FOUND
                       ADD RJ-AMOUNT TO WS-REFUND-AMOUNT (REFUND-IDX)
               END-SEARCH
           END-IF
           IF NOT MAPPING-FOUND
               IF WS-REFUND-COUNT < 100
                   ADD 1 TO WS-REFUND-COUNT
                   MOVE RJ-CURRENCY-CODE TO
                       WS-REFUND-CURRENCY (WS-REFUND-COUNT)
                   MOVE RJ-AMOUNT TO
                       WS-REFUND-AMOUNT (WS-REFUND-COUNT)
               ELSE
                   DISPLAY 'REFUND TALLY FULL, CURRENCY '
                       RJ-CURRENCY-CODE ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2860-CHECK-REFUND-IN-PERIOD.
           IF WS-SELECT-FROM = ZERO
               MOVE 'Y' TO WS-IN-PERIOD
           ELSE
               IF RJ-POSTED-DATE IS NUMERIC
                       AND RJ-POSTED-DATE NOT < WS-SELECT-FROM
                       AND RJ-POSTED-DATE NOT > WS-SELECT-TO
                   MOVE 'Y' TO WS-IN-PERIOD
               ELSE
                   MOVE 'N' TO WS-IN-PERIOD
               END-IF
           END-IF.

      *    Missing card or all zeros journals the whole chain (the
      *    single-run-extract feed); normally the month's period is
      *    given so already-posted interest is not re-journaled.
               END-IF
           END-IF.

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

       2000-ACCUMULATE-INTEREST.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2050-CHECK-IN-PERIOD
           IF IN-PERIOD
               PERFORM 2060-SET-SOLD-AMOUNTS
               COMPUTE WS-BASE-INTEREST-TOTAL = WS-BASE-INTEREST-TOTAL
                   + LO-BASE-INTEREST-AMT - WS-BASE-SOLD-INTEREST
               COMPUTE WS-BASE-PENALTY-TOTAL = WS-BASE-PENALTY-TOTAL
                   + LO-BASE-PENALTY-AMT - WS-BASE-SOLD-PENALTY
               COMPUTE WS-BASE-PART-TOTAL = WS-BASE-PART-TOTAL
                   + WS-BASE-SOLD-INTEREST + WS-BASE-SOLD-PENALTY
               ADD LO-BASE-FEE-AMT TO WS-BASE-FEE-TOTAL
               ADD LO-BASE-WITHHOLD-AMT TO WS-BASE-WHT-TOTAL
               PERFORM 2200-TALLY-CURRENCY
           END-IF
           PERFORM 2100-READ-YTD.

       2060-SET-SOLD-AMOUNTS.
           IF LO-SOLD-PCT IS NUMERIC
               MOVE LO-SOLD-INTEREST-AMT TO WS-SOLD-INTEREST
               MOVE LO-BASE-SOLD-INTEREST-AMT TO WS-BASE-SOLD-INTEREST
               MOVE LO-SOLD-PENALTY-AMT TO WS-SOLD-PENALTY
               MOVE LO-BASE-SOLD-PENALTY-AMT TO WS-BASE-SOLD-PENALTY
           ELSE
               MOVE ZERO TO WS-SOLD-INTEREST
               MOVE ZERO TO WS-BASE-SOLD-INTEREST
               MOVE ZERO TO WS-SOLD-PENALTY
               MOVE ZERO TO WS-BASE-SOLD-PENALTY
           END-IF.

       2100-READ-YTD.
           READ YTD-FILE
               AT END
                   WHEN WS-INT-CURRENCY (INT-CURR-IDX) =
                           LO-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       COMPUTE WS-INT-AMOUNT (INT-CURR-IDX) =
                           WS-INT-AMOUNT (INT-CURR-IDX) +
                           LO-INTEREST-AMT - WS-SOLD-INTEREST
                       COMPUTE WS-PEN-AMOUNT (INT-CURR-IDX) =
                           WS-PEN-AMOUNT (INT-CURR-IDX) +
                           LO-PENALTY-AMT - WS-SOLD-PENALTY
                       COMPUTE WS-PART-AMOUNT (INT-CURR-IDX) =
                           WS-PART-AMOUNT (INT-CURR-IDX) +
                           WS-SOLD-INTEREST + WS-SOLD-PENALTY
                       ADD LO-FEE-AMT TO
                           WS-FEE-AMOUNT (INT-CURR-IDX)
                       ADD LO-WITHHOLD-AMT TO
                   ADD 1 TO WS-INT-CURR-COUNT
                   MOVE LO-CURRENCY-CODE TO
                       WS-INT-CURRENCY (WS-INT-CURR-COUNT)
                   COMPUTE WS-INT-AMOUNT (WS-INT-CURR-COUNT) =
                       LO-INTEREST-AMT - WS-SOLD-INTEREST
                   COMPUTE WS-PEN-AMOUNT (WS-INT-CURR-COUNT) =
                       LO-PENALTY-AMT - WS-SOLD-PENALTY
                   COMPUTE WS-PART-AMOUNT (WS-INT-CURR-COUNT) =
                       WS-SOLD-INTEREST + WS-SOLD-PENALTY
                   MOVE LO-FEE-AMT TO
                       WS-FEE-AMOUNT (WS-INT-CURR-COUNT)
                   MOVE LO-WITHHOLD-AMT TO
                   COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                       (WS-WHT-AMOUNT (INT-CURR-IDX) * 2)
               END-IF
               IF WS-PART-AMOUNT (INT-CURR-IDX) NOT = ZERO
                   ADD 2 TO WS-JOURNAL-COUNT
                   COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                       (FUNCTION ABS(WS-PART-AMOUNT (INT-CURR-IDX))
                           * 2)
               END-IF
           END-PERFORM
           COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
               (FUNCTION ABS(WS-BASE-INTEREST-TOTAL) * 2)
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   (WS-BASE-WHT-TOTAL * 2)
           END-IF
           IF WS-BASE-PART-TOTAL NOT = ZERO
               ADD 2 TO WS-JOURNAL-COUNT
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   (FUNCTION ABS(WS-BASE-PART-TOTAL) * 2)
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FX-COUNT
               IF WS-FX-NET (FX-IDX) NOT = ZERO
                       (WS-FX-ABS-AMOUNT * 2)
               END-IF
           END-PERFORM
           PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > WS-PROV-COUNT
               IF WS-PROV-CHANGE (PROV-IDX) NOT = ZERO
                   ADD 2 TO WS-JOURNAL-COUNT
                   COMPUTE WS-PROV-ABS-AMOUNT =
                       FUNCTION ABS(WS-PROV-CHANGE (PROV-IDX))
                   COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                       (WS-PROV-ABS-AMOUNT * 2)
               END-IF
           END-PERFORM
           PERFORM VARYING DISB-IDX FROM 1 BY 1
                   UNTIL DISB-IDX > WS-DISB-COUNT
               IF WS-DISB-AMOUNT (DISB-IDX) > ZERO
                   ADD 2 TO WS-JOURNAL-COUNT
                   COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                       (WS-DISB-AMOUNT (DISB-IDX) * 2)
               END-IF
           END-PERFORM
           IF WS-BASE-DISB-TOTAL > ZERO
               ADD 2 TO WS-JOURNAL-COUNT
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   (WS-BASE-DISB-TOTAL * 2)
           END-IF
           PERFORM VARYING REFUND-IDX FROM 1 BY 1
                   UNTIL REFUND-IDX > WS-REFUND-COUNT
               IF WS-REFUND-AMOUNT (REFUND-IDX) > ZERO
                   ADD 2 TO WS-JOURNAL-COUNT
                   COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                       (WS-REFUND-AMOUNT (REFUND-IDX) * 2)
               END-IF
           END-PERFORM
           IF WS-BASE-REFUND-TOTAL > ZERO
               ADD 2 TO WS-JOURNAL-COUNT
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL +
                   (WS-BASE-REFUND-TOTAL * 2)
           END-IF
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'H' TO GL-RECORD-TYPE
           MOVE WS-POSTING-DATE TO GL-RUN-DATE
           MOVE SPACES TO GL-CURRENCY-CODE
           MOVE SPACES TO GL-ACCOUNT-CODE
           MOVE SPACE TO GL-DEBIT-CREDIT
                   MOVE WS-WHT-AMOUNT (INT-CURR-IDX) TO GL-AMOUNT
                   PERFORM 3275-WRITE-WITHHOLD-PAIR
               END-IF
               IF WS-PART-AMOUNT (INT-CURR-IDX) NOT = ZERO
                   MOVE WS-PART-AMOUNT (INT-CURR-IDX)
                       TO WS-JOURNAL-AMOUNT
                   PERFORM 3295-WRITE-PARTICIPATION-PAIR
               END-IF
           END-PERFORM
           MOVE 'BAS' TO GL-CURRENCY-CODE
           MOVE WS-BASE-INTEREST-TOTAL TO WS-JOURNAL-AMOUNT
               MOVE WS-BASE-WHT-TOTAL TO GL-AMOUNT
               PERFORM 3275-WRITE-WITHHOLD-PAIR
           END-IF
           IF WS-BASE-PART-TOTAL NOT = ZERO
               MOVE 'BAS' TO GL-CURRENCY-CODE
               MOVE WS-BASE-PART-TOTAL TO WS-JOURNAL-AMOUNT
               PERFORM 3295-WRITE-PARTICIPATION-PAIR
           END-IF
           PERFORM VARYING FX-IDX FROM 1 BY 1
                   UNTIL FX-IDX > WS-FX-COUNT
               IF WS-FX-NET (FX-IDX) NOT = ZERO
                   MOVE WS-FX-CURRENCY (FX-IDX) TO GL-CURRENCY-CODE
                   PERFORM 3280-WRITE-FX-PAIR
               END-IF
           END-PERFORM
           PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > WS-PROV-COUNT
               IF WS-PROV-CHANGE (PROV-IDX) NOT = ZERO
                   MOVE WS-PROV-CURRENCY (PROV-IDX)
                       TO GL-CURRENCY-CODE
                   PERFORM 3285-WRITE-PROVISION-PAIR
               END-IF
           END-PERFORM
           PERFORM VARYING DISB-IDX FROM 1 BY 1
                   UNTIL DISB-IDX > WS-DISB-COUNT
               IF WS-DISB-AMOUNT (DISB-IDX) > ZERO
                   MOVE WS-DISB-CURRENCY (DISB-IDX)
                       TO GL-CURRENCY-CODE
                   MOVE WS-DISB-AMOUNT (DISB-IDX) TO GL-AMOUNT
                   PERFORM 3287-WRITE-DISBURSEMENT-PAIR
               END-IF
           END-PERFORM
           IF WS-BASE-DISB-TOTAL > ZERO
               MOVE 'BAS' TO GL-CURRENCY-CODE
               MOVE WS-BASE-DISB-TOTAL TO GL-AMOUNT
               PERFORM 3287-WRITE-DISBURSEMENT-PAIR
           END-IF
           PERFORM VARYING REFUND-IDX FROM 1 BY 1
                   UNTIL REFUND-IDX > WS-REFUND-COUNT
               IF WS-REFUND-AMOUNT (REFUND-IDX) > ZERO
                   MOVE WS-REFUND-CURRENCY (REFUND-IDX)
                       TO GL-CURRENCY-CODE
                   MOVE WS-REFUND-AMOUNT (REFUND-IDX) TO GL-AMOUNT
                   PERFORM 3288-WRITE-REFUND-PAIR
               END-IF
           END-PERFORM
           IF WS-BASE-REFUND-TOTAL > ZERO
               MOVE 'BAS' TO GL-CURRENCY-CODE
               MOVE WS-BASE-REFUND-TOTAL TO GL-AMOUNT
               PERFORM 3288-WRITE-REFUND-PAIR
           END-IF.

      *    A net-negative interest total (write-off reversals,
      *    downward rate corrections) is an income reversal: it
           END-IF
           PERFORM 3290-WRITE-RESOLVED-PAIR.

      *    A provision increase books debit/credit as mapped
      *    (expense against the allowance); a release swaps the
      *    legs, the amount always positive.
       3285-WRITE-PROVISION-PAIR.
           MOVE 'PV' TO WS-WANTED-TRAN-TYPE
           MOVE GL-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           COMPUTE WS-PROV-ABS-AMOUNT =
               FUNCTION ABS(WS-PROV-CHANGE (PROV-IDX))
           MOVE WS-PROV-ABS-AMOUNT TO GL-AMOUNT
           IF WS-PROV-CHANGE (PROV-IDX) < ZERO
               MOVE WS-RESOLVED-DEBIT TO WS-RESOLVED-CREDIT
               MOVE WS-MAP-CREDIT-ACCT (MAP-IDX)
                   TO WS-RESOLVED-DEBIT
           END-IF
           MOVE WS-PROV-DATE (PROV-IDX) TO GL-RUN-DATE
           PERFORM 3291-WRITE-PAIR-LEGS
           ADD 1 TO WS-PROV-JOURNALED.

      *    Funds paid out: debit the loan receivable, credit the
      *    bank clearing account, as mapped.
       3287-WRITE-DISBURSEMENT-PAIR.
           MOVE 'DS' TO WS-WANTED-TRAN-TYPE
           MOVE GL-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           PERFORM 3290-WRITE-RESOLVED-PAIR
           ADD 1 TO WS-DISB-JOURNALED.

      *    Credit balance paid back: debit the unapplied-cash
      *    liability, credit the bank clearing account, as mapped.
       3288-WRITE-REFUND-PAIR.
           MOVE 'RF' TO WS-WANTED-TRAN-TYPE
           MOVE GL-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           PERFORM 3290-WRITE-RESOLVED-PAIR
           ADD 1 TO WS-REFUND-JOURNALED.

      *    The participants' share of the accrual: debit the
      *    receivable, credit the participant payable, as mapped.
      *    A net reversal swaps the legs, the amount always
      *    positive.
       3295-WRITE-PARTICIPATION-PAIR.
           MOVE 'PT' TO WS-WANTED-TRAN-TYPE
           MOVE GL-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           COMPUTE WS-PART-ABS-AMOUNT = FUNCTION ABS(WS-JOURNAL-AMOUNT)
           MOVE WS-PART-ABS-AMOUNT TO GL-AMOUNT
           IF WS-JOURNAL-AMOUNT < ZERO
               MOVE WS-RESOLVED-DEBIT TO WS-RESOLVED-CREDIT
               MOVE WS-MAP-CREDIT-ACCT (MAP-IDX)
                   TO WS-RESOLVED-DEBIT
           END-IF
           PERFORM 3290-WRITE-RESOLVED-PAIR.

       3290-WRITE-RESOLVED-PAIR.
           MOVE WS-POSTING-DATE TO GL-RUN-DATE
           PERFORM 3291-WRITE-PAIR-LEGS.

       3291-WRITE-PAIR-LEGS.
           MOVE 'J' TO GL-RECORD-TYPE
           MOVE SPACES TO GL-LOAN-ACCOUNT-NO
           MOVE ZERO TO GL-ENTRY-COUNT
           MOVE ZERO TO GL-HASH-TOTAL
                   PERFORM 4100-WRITE-DETAIL
               END-IF
               PERFORM 2100-READ-YTD
           END-PERFORM
           PERFORM 4200-WRITE-DISB-DETAILS
           PERFORM 4300-WRITE-REFUND-DETAILS.

      *    One detail per tranche released in the period, tying the
      *    'DS' journal back to the loan.
       4200-WRITE-DISB-DETAILS.
           IF WS-DISB-COUNT > ZERO
               MOVE 'N' TO WS-EOF-DISBJ
               OPEN INPUT DISBURSE-JOURNAL
               PERFORM UNTIL EOF-DISBJ
                   READ DISBURSE-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF-DISBJ
                       NOT AT END
                           PERFORM 2760-CHECK-DISB-IN-PERIOD
                           IF IN-PERIOD
                               PERFORM 4250-WRITE-DISB-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISBURSE-JOURNAL
           END-IF.

       4250-WRITE-DISB-DETAIL.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'D' TO GL-RECORD-TYPE
           MOVE WS-POSTING-DATE TO GL-RUN-DATE
           MOVE DJ-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE 'DS' TO WS-WANTED-TRAN-TYPE
           MOVE DJ-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           MOVE WS-RESOLVED-DEBIT TO GL-ACCOUNT-CODE
           MOVE 'D' TO GL-DEBIT-CREDIT
           MOVE DJ-AMOUNT TO GL-AMOUNT
           MOVE DJ-ACCOUNT-NO TO GL-LOAN-ACCOUNT-NO
           MOVE ZERO TO GL-ENTRY-COUNT
           MOVE ZERO TO GL-HASH-TOTAL
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN.

      *    One detail per item refunded in the period, tying the
      *    'RF' journal back to the loan.
       4300-WRITE-REFUND-DETAILS.
           IF WS-REFUND-COUNT > ZERO
               MOVE 'N' TO WS-EOF-REFJ
               OPEN INPUT REFUND-JOURNAL
               PERFORM UNTIL EOF-REFJ
                   READ REFUND-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF-REFJ
                       NOT AT END
                           PERFORM 2860-CHECK-REFUND-IN-PERIOD
                           IF IN-PERIOD
                               PERFORM 4350-WRITE-REFUND-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-JOURNAL
           END-IF.

       4350-WRITE-REFUND-DETAIL.
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'D' TO GL-RECORD-TYPE
           MOVE WS-POSTING-DATE TO GL-RUN-DATE
           MOVE RJ-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE 'RF' TO WS-WANTED-TRAN-TYPE
           MOVE RJ-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           MOVE WS-RESOLVED-DEBIT TO GL-ACCOUNT-CODE
           MOVE 'D' TO GL-DEBIT-CREDIT
           MOVE RJ-AMOUNT TO GL-AMOUNT
           MOVE RJ-ACCOUNT-NO TO GL-LOAN-ACCOUNT-NO
           MOVE ZERO TO GL-ENTRY-COUNT
           MOVE ZERO TO GL-HASH-TOTAL
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN.

      *    A negative interest record (write-off reversal, downward
      *    rate correction) details through the 'WO' reversal legs
      *    with its absolute amount, matching the journal pair.
       4100-WRITE-DETAIL.
           PERFORM 2060-SET-SOLD-AMOUNTS
           COMPUTE WS-JOURNAL-AMOUNT =
               LO-INTEREST-AMT - WS-SOLD-INTEREST
           MOVE SPACES TO GL-POSTING-RECORD
           MOVE 'D' TO GL-RECORD-TYPE
           MOVE WS-POSTING-DATE TO GL-RUN-DATE
           MOVE LO-CURRENCY-CODE TO GL-CURRENCY-CODE
           IF WS-JOURNAL-AMOUNT < ZERO
               MOVE 'WO' TO WS-WANTED-TRAN-TYPE
           ELSE
               MOVE 'IN' TO WS-WANTED-TRAN-TYPE
           PERFORM 3150-RESOLVE-MAPPING
           MOVE WS-RESOLVED-DEBIT TO GL-ACCOUNT-CODE
           MOVE 'D' TO GL-DEBIT-CREDIT
           COMPUTE GL-AMOUNT = FUNCTION ABS(WS-JOURNAL-AMOUNT)
           MOVE LO-ACCOUNT-NO TO GL-LOAN-ACCOUNT-NO
           MOVE ZERO TO GL-ENTRY-COUNT
           MOVE ZERO TO GL-HASH-TOTAL
           WRITE GL-POSTING-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN
           IF LO-PENALTY-AMT > WS-SOLD-PENALTY
               MOVE 'PE' TO WS-WANTED-TRAN-TYPE
               PERFORM 3150-RESOLVE-MAPPING
               MOVE WS-RESOLVED-DEBIT TO GL-ACCOUNT-CODE
               COMPUTE GL-AMOUNT = LO-PENALTY-AMT - WS-SOLD-PENALTY
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-DETAILS-WRITTEN
           END-IF
               MOVE LO-WITHHOLD-AMT TO GL-AMOUNT
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-DETAILS-WRITTEN
           END-IF
           COMPUTE WS-JOURNAL-AMOUNT =
               WS-SOLD-INTEREST + WS-SOLD-PENALTY
           IF WS-JOURNAL-AMOUNT NOT = ZERO
               MOVE 'PT' TO WS-WANTED-TRAN-TYPE
               PERFORM 3150-RESOLVE-MAPPING
               IF WS-JOURNAL-AMOUNT < ZERO
                   MOVE WS-MAP-CREDIT-ACCT (MAP-IDX) TO GL-ACCOUNT-CODE
               ELSE
                   MOVE WS-RESOLVED-DEBIT TO GL-ACCOUNT-CODE
               END-IF
               COMPUTE GL-AMOUNT = FUNCTION ABS(WS-JOURNAL-AMOUNT)
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-DETAILS-WRITTEN
           END-IF.

       9000-TERMINATE.
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BASE-PART-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BASE PARTICIPANTS   : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PROV-JOURNALED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PROVISION PAIRS     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DISB-JOURNALED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DISBURSEMENT PAIRS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BASE-DISB-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BASE DISBURSED      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REFUND-JOURNALED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUND PAIRS        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BASE-REFUND-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BASE REFUNDED       : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 9150-WRITE-PERIOD-LINES

           CLOSE YTD-FILE
           CLOSE GL-FILE
           CLOSE REPORT-FILE.

      *    Where the run's postings landed against the period
      *    master; every redirected run says so here and on the run
      *    ledger.
       9150-WRITE-PERIOD-LINES.
           COMPUTE WS-PERIOD-POSTINGS =
               WS-JOURNAL-COUNT + WS-DETAILS-WRITTEN
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN PERIOD-NOT-GUARDED
                   STRING 'POSTING PERIOD      : ' WS-RUN-PERIOD
                       ' NOT CHECKED, NO PERIOD MASTER'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-SOFT-CLOSED
                   STRING 'POSTING PERIOD      : ' WS-RUN-PERIOD
                       ' SOFT-CLOSED, POSTED LATE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN PERIOD-REDIRECTED
                   STRING 'POSTING PERIOD      : ' WS-RUN-PERIOD
                       ' HARD-CLOSED, POSTED ON ' WS-POSTING-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING 'POSTING PERIOD      : ' WS-RUN-PERIOD
                       ' OPEN'
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF PERIOD-SOFT-CLOSED OR PERIOD-REDIRECTED
               MOVE WS-PERIOD-POSTINGS TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               IF PERIOD-REDIRECTED
                   STRING 'POSTINGS REDIRECTED : ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING 'LATE POSTINGS       : ' WS-EDIT-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
           MOVE WS-DETAILS-WRITTEN TO RL-RECORDS-WRITTEN
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
