      *                  per the quote, closes the account and
      *                  retires the quote; quoted-but-late payments
      *                  report as expired-quote exceptions
      * 15/10/26 MAINT   Participations honored: the penalty,
      *                  interest and principal applied are split by
      *                  the percentage sold on the PARTMSTDD
      *                  participation master and the participants'
      *                  part carried on the journal record; a
      *                  reversal backs out the split the original
      *                  entry carried
      * 15/10/26 MAINT   Partial prepayments ('E' on PAYTRAN): after
      *                  posting, the remaining AMORTDD schedule is
      *                  recut from the new balance - same
      *                  installment over a shorter term, or same
      *                  term at a lower installment, as the
      *                  borrower chose - written to AMRNEWDD, the
      *                  term change audited on LOANAUDD and the
      *                  revised schedule printed for the borrower
      * 15/10/26 MAINT   Loan audit records name this run as maker,
      *                  with no checker
      * 15/10/26 MAINT   Business date checked against the ACCTPERDD
      *                  accounting period master: a hard-closed month
      *                  refuses the run or, when the PERCTLDD card
      *                  allows, moves the postings to the first open
      *                  month; outcome on the report and run ledger.
      * 15/10/26 MAINT   Revised-schedule address picked by
      *                  ESCOLHE-ENDERECO; with none deliverable the
      *                  letter prints a HELD line and is logged to
      *                  MAILHLDD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
         SELECT RECOV-IN-FILE ASSIGN TO RECOVDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECVIN-STATUS.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.
         SELECT AMORT-IN-FILE ASSIGN TO AMORTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AMORTIN-STATUS.
         SELECT AMORT-FILE ASSIGN TO AMRNEWDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT LETTER-FILE ASSIGN TO PREPLETDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
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
            PJ-ORIG-AMOUNT BY JI-ORIG-AMOUNT,
            PJ-ORIG-CURRENCY BY JI-ORIG-CURRENCY,
            PJ-CONVERSION-RATE BY JI-CONVERSION-RATE,
            PJ-APPLIED-DATE BY JI-APPLIED-DATE,
            PJ-SOLD-PCT BY JI-SOLD-PCT,
            PJ-SOLD-PENALTY BY JI-SOLD-PENALTY,
            PJ-SOLD-INTEREST BY JI-SOLD-INTEREST,
            PJ-SOLD-PRINCIPAL BY JI-SOLD-PRINCIPAL.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
            QL-QUOTE-OPEN BY QN-QUOTE-OPEN,
            QL-QUOTE-CONSUMED BY QN-QUOTE-CONSUMED.

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

        FD  AMORT-IN-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT REPLACING AMORT-OUTPUT-RECORD BY
            AMORT-IN-RECORD,
            AO-ACCOUNT-NO BY AI-ACCOUNT-NO,
            AO-CURRENCY-CODE BY AI-CURRENCY-CODE,
            AO-PERIOD-NO BY AI-PERIOD-NO,
            AO-DUE-DATE BY AI-DUE-DATE,
            AO-PAYMENT BY AI-PAYMENT,
            AO-PRINCIPAL-PORTION BY AI-PRINCIPAL-PORTION,
            AO-INTEREST-PORTION BY AI-INTEREST-PORTION,
            AO-REMAINING-BALANCE BY AI-REMAINING-BALANCE.

        FD  AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  LETTER-FILE
            RECORDING MODE IS F.
        01  LETTER-LINE                 PIC X(80).

        FD  MAIL-HOLD-FILE
            RECORDING MODE IS F.
        COPY MAILHOLD.

        FD  PERIOD-GUARD-CARD
            RECORDING MODE IS F.
        COPY PERCTL.

        FD  ACCT-PERIOD-MASTER
            RECORDING MODE IS F.
        COPY ACCTPER.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
            05  WS-EOF-RECVIN           PIC X(01) VALUE 'N'.
                88  EOF-RECVIN                     VALUE 'Y'.
            05  WS-WANTED-CODE          PIC X(01).
            05  WS-PART-STATUS          PIC X(02).
            05  WS-PART-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  PART-MASTER-OPEN               VALUE 'Y'.
            05  WS-AMORTIN-STATUS       PIC X(02).
            05  WS-EOF-AMORTIN          PIC X(01) VALUE 'N'.
                88  EOF-AMORTIN                    VALUE 'Y'.
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-CUST-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  CUST-MASTER-OPEN               VALUE 'Y'.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-REAMORTIZE           PIC X(01) VALUE 'N'.
                88  REAMORTIZE-LOAN                VALUE 'Y'.
            05  WS-REAMORT-OPTION       PIC X(01).
                88  REAMORT-KEEP-INSTALLMENT       VALUE 'T'.
                88  REAMORT-KEEP-TERM              VALUE 'I'.

        01  WS-CHECKPOINT-FIELDS.
            05  WS-RESTART-COUNT        PIC 9(07) VALUE ZERO.
            05  WS-ORIG-PENALTY         PIC 9(9)V99.
            05  WS-ORIG-INTEREST        PIC 9(9)V99.
            05  WS-ORIG-PRINCIPAL       PIC 9(9)V99.
            05  WS-ORIG-SOLD-PCT        PIC 9(3)V9(4).
            05  WS-ORIG-SOLD-PENALTY    PIC 9(9)V99.
            05  WS-ORIG-SOLD-INTEREST   PIC 9(9)V99.
            05  WS-ORIG-SOLD-PRINCIPAL  PIC 9(9)V99.
            05  WS-REV-MATCHES          PIC 9(05).
            05  WS-PAY-MATCHES          PIC 9(05).

                10  WS-ACCR-INTEREST-DUE PIC 9(9)V99.
                10  WS-ACCR-POSTING-DATE PIC 9(08).

      *    Remaining schedule of a prepaid loan as it stood, and the
      *    schedule recut from the balance left after prepayment.
        01  WS-PREPAY-FIELDS.
            05  WS-OLD-REMAINING        PIC 9(03).
            05  WS-OLD-INSTALLMENT      PIC 9(9)V99.
            05  WS-FIRST-PERIOD-NO      PIC 9(03).
            05  WS-FIRST-DUE-DATE       PIC 9(08).
            05  WS-SCHED-BALANCE        PIC 9(11)V99.
            05  WS-NEW-REMAINING        PIC 9(03).
            05  WS-TERM-CUT             PIC 9(03).
            05  WS-MONTHLY-RATE         PIC 9(1)V9(8).
            05  WS-PV-FACTOR            PIC 9(9)V9(8).
            05  WS-AMORT-PAYMENT        PIC 9(9)V99.
            05  WS-AMORT-BALANCE        PIC 9(11)V9999.
            05  WS-AMORT-INT-PORTION    PIC 9(9)V99.
            05  WS-AMORT-PRIN-PORTION   PIC 9(9)V99.
            05  WS-AMORT-PERIOD-NO      PIC 9(03).
            05  WS-AMORT-LINE-PAYMENT   PIC 9(9)V99.
            05  WS-MAIL-ADDR-IDX        PIC 9(01).

        COPY ENDPARM REPLACING
            ADDRESS-PICK-PARM BY WS-ADDRESS-PICK-PARM,
            ADDRESS-PICK-TYPE BY WS-ADDRESS-PICK-TYPE,
            ADDRESS-PICK-IDX BY WS-ADDRESS-PICK-IDX,
            ADDRESS-PICK-RESULT BY WS-ADDRESS-PICK-RESULT,
            ADDRESS-PICK-PREFERRED BY WS-ADDRESS-PICK-PREFERRED,
            ADDRESS-PICK-FALLBACK BY WS-ADDRESS-PICK-FALLBACK,
            ADDRESS-PICK-NONE BY WS-ADDRESS-PICK-NONE.

        01  WS-CONTROL-TOTALS.
            05  WS-PAYMENTS-READ        PIC 9(7)  VALUE ZERO.
            05  WS-PAYMENTS-APPLIED     PIC 9(7)  VALUE ZERO.
            05  WS-QUOTES-EXPIRED       PIC 9(7)  VALUE ZERO.
            05  WS-PAYMENTS-SKIPPED     PIC 9(7)  VALUE ZERO.
            05  WS-RECOVERIES-POSTED    PIC 9(7)  VALUE ZERO.
            05  WS-PREPAYMENTS-RECUT    PIC 9(7)  VALUE ZERO.
            05  WS-SCHEDULES-HELD       PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-APPLIED        PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-UNAPPLIED      PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-REVERSED       PIC 9(11)V99 VALUE ZERO.
            FORMAT-DATE BY WS-FORMAT-DATE,
            FORMAT-OUTPUT BY WS-FORMAT-OUTPUT.

        COPY ADDSUBP REPLACING ADDSUB-PARM BY WS-ADDSUB-PARM,
            ADDSUB-DATE BY WS-ADDSUB-DATE,
            ADDSUB-DAYS BY WS-ADDSUB-DAYS,
            ADDSUB-RESULT BY WS-ADDSUB-RESULT.

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
            05  WS-EDIT-PERIOD          PIC ZZ9.
            05  WS-EDIT-PAYMENT         PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-PRINCIPAL       PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-INTEREST        PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.


       1000-INITIALIZE.
           PERFORM 1300-GET-SYSTEM-DATE
           PERFORM 1800-CHECK-POSTING-PERIOD
           PERFORM 1100-CHECK-RESTART
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1500-VERIFY-PAYMENT-FEED
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND CAPTURE-FILE
           OPEN EXTEND RECOVERY-FILE
      *    Without the participation master nothing has been sold
      *    and every amount applied is ours.
           OPEN INPUT PARTICIPATION-MASTER
           IF WS-PART-STATUS = '00'
               MOVE 'Y' TO WS-PART-MASTER-OPEN
           END-IF
      *    Prepayment output: recut schedule lines, the term-change
      *    audit and the borrower's revised schedule.  A borrower
      *    missing from the customer master still gets the
      *    schedule, addressed by customer number.  A restart
      *    keeps what the failed run already recut.
           IF RESTART-IN-PROGRESS
               OPEN EXTEND AMORT-FILE
               OPEN EXTEND LETTER-FILE
           ELSE
               OPEN OUTPUT AMORT-FILE
               OPEN OUTPUT LETTER-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF
           PERFORM 2100-READ-PAYMENT.

       1300-GET-SYSTEM-DATE.
               CLOSE QUOTE-LOG-FILE
           END-IF.

      *    The run's business date must fall in a month finance has
      *    not closed on the ACCTPERDD period master.  A soft-closed
      *    month still takes the postings, reported as late; a
      *    hard-closed month refuses the run before anything is
      *    written, unless the PERCTLDD card allows the postings to
      *    move to the first day of the first open month after it.
      *    Without the period master no month has been closed.
       1800-CHECK-POSTING-PERIOD.
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
               PERFORM 1810-READ-PERIOD
               IF PERIOD-FOUND AND AP-SOFT-CLOSED
                   MOVE 'S' TO WS-PERIOD-STATE
               END-IF
               IF PERIOD-FOUND AND AP-HARD-CLOSED
                   PERFORM 1820-REDIRECT-POSTINGS
               END-IF
               CLOSE ACCT-PERIOD-MASTER
           END-IF.

       1810-READ-PERIOD.
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
       1820-REDIRECT-POSTINGS.
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
               PERFORM 1810-READ-PERIOD
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

       2000-PROCESS-PAYMENTS.
           IF FH-HEADER OR FT-TRAILER
               CONTINUE
               MOVE 'INVALID PAYMENT AMOUNT' TO WS-UNAPPLIED-TEXT
               PERFORM 4100-WRITE-UNAPPLIED
           ELSE
           IF PT-PREPAYMENT
                   AND NOT PT-KEEP-INSTALLMENT AND NOT PT-KEEP-TERM
               MOVE 'U010' TO WS-UNAPPLIED-CODE
               MOVE 'INVALID PREPAYMENT OPTION' TO WS-UNAPPLIED-TEXT
               PERFORM 4100-WRITE-UNAPPLIED
           ELSE
           PERFORM 3050-VALIDATE-PAYMENT-DATE
           IF NOT PAYMENT-DATE-VALID
               MOVE 'U006' TO WS-UNAPPLIED-CODE
               END-READ
           END-IF
           END-IF
           END-IF
           END-IF.

      *    The payment date becomes the master's accrual anchor
               PERFORM 3150-ALLOCATE-PAYMENT
               SUBTRACT WS-AMOUNT-TO-APPLY FROM LI-PRINCIPAL
               MOVE PT-PAYMENT-DATE TO LI-LAST-POSTED-DATE
               MOVE 'N' TO WS-REAMORTIZE
               IF PT-PREPAYMENT AND LI-PRINCIPAL > ZERO
                   PERFORM 3600-PLAN-REAMORTIZATION
               END-IF
               REWRITE LOAN-INPUT-RECORD
                   INVALID KEY
                       CONTINUE
                   MOVE 'Y' TO WS-PAYMENT-APPLIED
                   PERFORM 4000-WRITE-JOURNAL
                   PERFORM 4050-WRITE-CAPTURE
                   IF REAMORTIZE-LOAN
                       PERFORM 5000-WRITE-AUDIT
                       PERFORM 4400-WRITE-REVISED-SCHEDULE
                   END-IF
                   IF WS-EXCESS-AMOUNT > ZERO
                       MOVE 'U004' TO WS-UNAPPLIED-CODE
                       MOVE 'OVERPAYMENT EXCESS' TO WS-UNAPPLIED-TEXT
           END-IF
           END-IF.

      *    The loan's remaining schedule - the AMORTDD lines due
      *    after the payment date - is recut from the balance left.
      *    Keeping the installment shortens the term by the months
      *    no longer needed; keeping the term lowers the installment.
      *    An installment that would no longer cover the interest
      *    cannot shorten anything and the term is kept instead.
      *    The audit images are taken after the payment came off so
      *    the principal proof sees only the journaled movement.
       3600-PLAN-REAMORTIZATION.
           MOVE 'Y' TO WS-REAMORTIZE
           MOVE PT-PREPAY-OPTION TO WS-REAMORT-OPTION
           PERFORM 3610-READ-REMAINING-SCHEDULE
           IF WS-OLD-REMAINING = ZERO
               PERFORM 3620-DEFAULT-REMAINING-SCHEDULE
           END-IF
           IF LI-RATE-INDEX-CODE = SPACES
                   OR WS-SCHED-BALANCE = ZERO
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   LI-RATE-PCT / 100 / 12
           END-IF
           IF REAMORT-KEEP-INSTALLMENT
               IF WS-OLD-INSTALLMENT NOT >
                       LI-PRINCIPAL * WS-MONTHLY-RATE
                   MOVE 'I' TO WS-REAMORT-OPTION
                   MOVE SPACES TO REPORT-LINE
                   STRING '  PREPAYMENT ' LI-ACCOUNT-NO
                       ' INSTALLMENT BELOW INTEREST - TERM KEPT'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           IF REAMORT-KEEP-INSTALLMENT
               MOVE WS-OLD-INSTALLMENT TO WS-AMORT-PAYMENT
               PERFORM 3650-COUNT-SHORTER-TERM
           ELSE
               MOVE WS-OLD-REMAINING TO WS-NEW-REMAINING
               PERFORM 3660-COMPUTE-LOWER-INSTALLMENT
           END-IF
           PERFORM 5300-BUILD-OLD-AUDIT
           COMPUTE WS-TERM-CUT = WS-OLD-REMAINING - WS-NEW-REMAINING
           IF WS-TERM-CUT > ZERO
               IF LI-TERM-MONTHS > WS-TERM-CUT
                   SUBTRACT WS-TERM-CUT FROM LI-TERM-MONTHS
               ELSE
                   MOVE WS-NEW-REMAINING TO LI-TERM-MONTHS
               END-IF
           END-IF
           PERFORM 5200-BUILD-NEW-AUDIT.

      *    Same pass-the-file lookup as the journal scan in 3510:
      *    the schedule is read end to end for the one account.
      *    An index-linked loan's monthly rate is the one its
      *    schedule was cut at, recovered from the first line.
       3610-READ-REMAINING-SCHEDULE.
           MOVE ZERO TO WS-OLD-REMAINING
           MOVE ZERO TO WS-OLD-INSTALLMENT
           MOVE ZERO TO WS-SCHED-BALANCE
           MOVE ZERO TO WS-MONTHLY-RATE
           MOVE 'N' TO WS-EOF-AMORTIN
           OPEN INPUT AMORT-IN-FILE
           IF WS-AMORTIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-AMORTIN
           END-IF
           PERFORM UNTIL EOF-AMORTIN
               READ AMORT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-AMORTIN
                   NOT AT END
                       IF AI-ACCOUNT-NO = LI-ACCOUNT-NO
                               AND AI-DUE-DATE > PT-PAYMENT-DATE
                           PERFORM 3615-KEEP-REMAINING-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AMORTIN-STATUS = '00' OR WS-AMORTIN-STATUS = '10'
               CLOSE AMORT-IN-FILE
           END-IF.

       3615-KEEP-REMAINING-LINE.
           ADD 1 TO WS-OLD-REMAINING
           IF WS-OLD-REMAINING = 1
               MOVE AI-PERIOD-NO TO WS-FIRST-PERIOD-NO
               MOVE AI-DUE-DATE TO WS-FIRST-DUE-DATE
               MOVE AI-PAYMENT TO WS-OLD-INSTALLMENT
               COMPUTE WS-SCHED-BALANCE =
                   AI-REMAINING-BALANCE + AI-PRINCIPAL-PORTION
               IF WS-SCHED-BALANCE > ZERO
                   COMPUTE WS-MONTHLY-RATE ROUNDED =
                       AI-INTEREST-PORTION / WS-SCHED-BALANCE
               END-IF
           END-IF.

      *    No schedule on file: the contract term runs from the
      *    payment date with the installment the old balance needed.
       3620-DEFAULT-REMAINING-SCHEDULE.
           MOVE LI-TERM-MONTHS TO WS-OLD-REMAINING
           MOVE 1 TO WS-FIRST-PERIOD-NO
           MOVE PT-PAYMENT-DATE TO WS-ADDSUB-DATE
           MOVE 30 TO WS-ADDSUB-DAYS
           CALL 'DATE-ADDSUB' USING WS-ADDSUB-PARM
           MOVE WS-ADDSUB-RESULT TO WS-FIRST-DUE-DATE
           COMPUTE WS-MONTHLY-RATE ROUNDED = LI-RATE-PCT / 100 / 12
           IF WS-OLD-REMAINING = ZERO
               MOVE 1 TO WS-OLD-REMAINING
           END-IF
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-OLD-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL-BEFORE / WS-OLD-REMAINING
           ELSE
               COMPUTE WS-PV-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-OLD-REMAINING
               COMPUTE WS-OLD-INSTALLMENT ROUNDED =
                   WS-PRINCIPAL-BEFORE * WS-MONTHLY-RATE * WS-PV-FACTOR
                   / (WS-PV-FACTOR - 1)
           END-IF.

      *    Runs the balance down at the old installment to see how
      *    many installments it now takes, never more than remained.
       3650-COUNT-SHORTER-TERM.
           MOVE LI-PRINCIPAL TO WS-AMORT-BALANCE
           MOVE ZERO TO WS-NEW-REMAINING
           PERFORM UNTIL WS-AMORT-BALANCE = ZERO
                   OR WS-NEW-REMAINING NOT < WS-OLD-REMAINING
               ADD 1 TO WS-NEW-REMAINING
               COMPUTE WS-AMORT-INT-PORTION ROUNDED =
                   WS-AMORT-BALANCE * WS-MONTHLY-RATE
               COMPUTE WS-AMORT-PRIN-PORTION =
                   WS-AMORT-PAYMENT - WS-AMORT-INT-PORTION
               IF WS-AMORT-PRIN-PORTION NOT < WS-AMORT-BALANCE
                   MOVE ZERO TO WS-AMORT-BALANCE
               ELSE
                   SUBTRACT WS-AMORT-PRIN-PORTION FROM WS-AMORT-BALANCE
               END-IF
           END-PERFORM.

      *    Same annuity arithmetic the interest batch cuts schedules
      *    with, over the installments that remained.
       3660-COMPUTE-LOWER-INSTALLMENT.
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-AMORT-PAYMENT ROUNDED =
                   LI-PRINCIPAL / WS-NEW-REMAINING
           ELSE
               COMPUTE WS-PV-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-NEW-REMAINING
               COMPUTE WS-AMORT-PAYMENT ROUNDED =
                   LI-PRINCIPAL * WS-MONTHLY-RATE * WS-PV-FACTOR
                   / (WS-PV-FACTOR - 1)
           END-IF.

      *    Money received against a written-off account is a
      *    recovery, not a principal reduction: it lands on the
      *    recovery-tracking file next to the write-off it offsets.
               MOVE PT-AMOUNT          TO PJ-ORIG-AMOUNT
               MOVE PT-CURRENCY-CODE   TO PJ-ORIG-CURRENCY
               MOVE WS-CROSS-RATE      TO PJ-CONVERSION-RATE
               MOVE WS-POSTING-DATE    TO PJ-APPLIED-DATE
               PERFORM 4070-SPLIT-PARTICIPATION
               WRITE PAYMENT-JOURNAL-RECORD
               ADD 1 TO WS-PAYMENTS-APPLIED
               ADD 1 TO WS-QUOTES-SETTLED
                                   WS-ORIG-INTEREST
                               MOVE JI-PRINCIPAL-APPLIED TO
                                   WS-ORIG-PRINCIPAL
                               PERFORM 3515-SAVE-ORIGINAL-SPLIT
                           END-IF
                       END-IF
               END-READ
           END-IF
           OPEN EXTEND JOURNAL-FILE.

      *    Entries journaled before participations carry no split.
       3515-SAVE-ORIGINAL-SPLIT.
           IF JI-SOLD-PCT IS NUMERIC
               MOVE JI-SOLD-PCT TO WS-ORIG-SOLD-PCT
               MOVE JI-SOLD-PENALTY TO WS-ORIG-SOLD-PENALTY
               MOVE JI-SOLD-INTEREST TO WS-ORIG-SOLD-INTEREST
               MOVE JI-SOLD-PRINCIPAL TO WS-ORIG-SOLD-PRINCIPAL
           ELSE
               MOVE ZERO TO WS-ORIG-SOLD-PCT
               MOVE ZERO TO WS-ORIG-SOLD-PENALTY
               MOVE ZERO TO WS-ORIG-SOLD-INTEREST
               MOVE ZERO TO WS-ORIG-SOLD-PRINCIPAL
           END-IF.

       3520-BACK-OUT-PAYMENT.
           MOVE LI-PRINCIPAL TO WS-PRINCIPAL-BEFORE
           ADD WS-ORIG-AMOUNT TO LI-PRINCIPAL
           MOVE PT-AMOUNT          TO PJ-ORIG-AMOUNT
           MOVE PT-CURRENCY-CODE   TO PJ-ORIG-CURRENCY
           MOVE 1                  TO PJ-CONVERSION-RATE
           MOVE WS-POSTING-DATE    TO PJ-APPLIED-DATE
           MOVE WS-ORIG-SOLD-PCT   TO PJ-SOLD-PCT
           MOVE WS-ORIG-SOLD-PENALTY TO PJ-SOLD-PENALTY
           MOVE WS-ORIG-SOLD-INTEREST TO PJ-SOLD-INTEREST
           MOVE WS-ORIG-SOLD-PRINCIPAL TO PJ-SOLD-PRINCIPAL
           WRITE PAYMENT-JOURNAL-RECORD
           ADD 1 TO WS-PAYMENTS-REVERSED
           ADD WS-ORIG-AMOUNT TO WS-TOTAL-REVERSED.
           MOVE PT-AMOUNT          TO PJ-ORIG-AMOUNT
           MOVE PT-CURRENCY-CODE   TO PJ-ORIG-CURRENCY
           MOVE WS-CROSS-RATE      TO PJ-CONVERSION-RATE
           MOVE WS-POSTING-DATE    TO PJ-APPLIED-DATE
           PERFORM 4070-SPLIT-PARTICIPATION
           WRITE PAYMENT-JOURNAL-RECORD
           ADD 1 TO WS-PAYMENTS-APPLIED
           ADD WS-AMOUNT-TO-APPLY TO WS-TOTAL-APPLIED.

      *    The participants' part of each portion applied, at the
      *    percentage sold on the participation master tonight.  A
      *    loan not on it, or bought back, was never sold.
       4070-SPLIT-PARTICIPATION.
           MOVE ZERO TO PJ-SOLD-PCT
           IF PART-MASTER-OPEN
               MOVE PJ-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-ACTIVE
                           MOVE PM-SOLD-PCT TO PJ-SOLD-PCT
                       END-IF
               END-READ
           END-IF
           COMPUTE PJ-SOLD-PENALTY ROUNDED =
               PJ-PENALTY-APPLIED * PJ-SOLD-PCT / 100
           COMPUTE PJ-SOLD-INTEREST ROUNDED =
               PJ-INTEREST-APPLIED * PJ-SOLD-PCT / 100
           COMPUTE PJ-SOLD-PRINCIPAL ROUNDED =
               PJ-PRINCIPAL-APPLIED * PJ-SOLD-PCT / 100.

      *    Replacement lines keep the old period numbering and
      *    30-day spacing from the first installment still due; the
      *    last line clears the balance.  Each line goes both to
      *    AMRNEWDD and to the borrower's revised schedule.
       4400-WRITE-REVISED-SCHEDULE.
           PERFORM 4450-PRINT-SCHEDULE-HEADING
           MOVE LI-PRINCIPAL TO WS-AMORT-BALANCE
           PERFORM VARYING WS-AMORT-PERIOD-NO FROM 1 BY 1
                   UNTIL WS-AMORT-PERIOD-NO > WS-NEW-REMAINING
               COMPUTE WS-AMORT-INT-PORTION ROUNDED =
                   WS-AMORT-BALANCE * WS-MONTHLY-RATE
               IF WS-AMORT-PERIOD-NO = WS-NEW-REMAINING
                   MOVE WS-AMORT-BALANCE TO WS-AMORT-PRIN-PORTION
               ELSE
                   COMPUTE WS-AMORT-PRIN-PORTION =
                       WS-AMORT-PAYMENT - WS-AMORT-INT-PORTION
               END-IF
               COMPUTE WS-AMORT-LINE-PAYMENT =
                   WS-AMORT-PRIN-PORTION + WS-AMORT-INT-PORTION
               COMPUTE WS-AMORT-BALANCE ROUNDED =
                   WS-AMORT-BALANCE - WS-AMORT-PRIN-PORTION
               MOVE WS-FIRST-DUE-DATE TO WS-ADDSUB-DATE
               COMPUTE WS-ADDSUB-DAYS =
                   (WS-AMORT-PERIOD-NO - 1) * 30
               CALL 'DATE-ADDSUB' USING WS-ADDSUB-PARM
               MOVE LI-ACCOUNT-NO         TO AO-ACCOUNT-NO
               MOVE LI-CURRENCY-CODE      TO AO-CURRENCY-CODE
               COMPUTE AO-PERIOD-NO =
                   WS-FIRST-PERIOD-NO + WS-AMORT-PERIOD-NO - 1
               MOVE WS-ADDSUB-RESULT      TO AO-DUE-DATE
               MOVE WS-AMORT-LINE-PAYMENT TO AO-PAYMENT
               MOVE WS-AMORT-PRIN-PORTION TO AO-PRINCIPAL-PORTION
               MOVE WS-AMORT-INT-PORTION  TO AO-INTEREST-PORTION
               MOVE WS-AMORT-BALANCE      TO AO-REMAINING-BALANCE
               WRITE AMORT-OUTPUT-RECORD
               PERFORM 4460-PRINT-SCHEDULE-LINE
           END-PERFORM
           ADD 1 TO WS-PREPAYMENTS-RECUT.

       4450-PRINT-SCHEDULE-HEADING.
           PERFORM 4470-LOOKUP-BORROWER
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'REVISED REPAYMENT SCHEDULE AFTER PREPAYMENT'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO LETTER-LINE
           STRING 'DATE: ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF BORROWER-FOUND
               MOVE SPACES TO LETTER-LINE
               STRING CM-NAME
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               IF WS-ADDRESS-PICK-NONE
                   MOVE '*** HELD - NO DELIVERABLE ADDRESS ***'
                       TO LETTER-LINE
                   PERFORM 4480-HOLD-SCHEDULE
               ELSE
                   STRING CM-HOUSE-NUMBER (WS-MAIL-ADDR-IDX)
                       ' ' CM-COUNTRY (WS-MAIL-ADDR-IDX)
                       ' ' CM-PINCODE (WS-MAIL-ADDR-IDX)
                       DELIMITED BY SIZE INTO LETTER-LINE
               END-IF
               WRITE LETTER-LINE
           ELSE
               MOVE SPACES TO LETTER-LINE
               STRING 'BORROWER ' LI-CUSTOMER-ID
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING 'LOAN ACCOUNT       : ' LI-ACCOUNT-NO
               '  ' LI-CURRENCY-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-AMOUNT-TO-APPLY TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'AMOUNT PREPAID     : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LI-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'BALANCE REMAINING  : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF REAMORT-KEEP-INSTALLMENT
               STRING 'OPTION             : '
                   'INSTALLMENT KEPT, TERM SHORTENED'
                   DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING 'OPTION             : '
                   'TERM KEPT, INSTALLMENT LOWERED'
                   DELIMITED BY SIZE INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE WS-OLD-REMAINING TO WS-EDIT-PERIOD
           MOVE WS-OLD-INSTALLMENT TO WS-EDIT-PAYMENT
           MOVE SPACES TO LETTER-LINE
           STRING 'PREVIOUSLY         : ' WS-EDIT-PERIOD
               ' INSTALLMENTS OF ' WS-EDIT-PAYMENT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-NEW-REMAINING TO WS-EDIT-PERIOD
           MOVE WS-AMORT-PAYMENT TO WS-EDIT-PAYMENT
           MOVE SPACES TO LETTER-LINE
           STRING 'NOW                : ' WS-EDIT-PERIOD
               ' INSTALLMENTS OF ' WS-EDIT-PAYMENT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE ' NO.  DUE DATE         PAYMENT      PRINCIPAL'
               TO LETTER-LINE
           MOVE '       INTEREST        BALANCE' TO LETTER-LINE(46:30)
           WRITE LETTER-LINE.

       4460-PRINT-SCHEDULE-LINE.
           MOVE AO-PERIOD-NO TO WS-EDIT-PERIOD
           MOVE AO-PAYMENT TO WS-EDIT-PAYMENT
           MOVE AO-PRINCIPAL-PORTION TO WS-EDIT-PRINCIPAL
           MOVE AO-INTEREST-PORTION TO WS-EDIT-INTEREST
           MOVE AO-REMAINING-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO LETTER-LINE
           STRING WS-EDIT-PERIOD '  ' AO-DUE-DATE
               ' ' WS-EDIT-PAYMENT ' ' WS-EDIT-PRINCIPAL
               ' ' WS-EDIT-INTEREST ' ' WS-EDIT-BALANCE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE.

      *    Mailing address occurrence; first address on file when no
      *    mailing type is present, as the statement run does, and
      *    another one when that address has come back from the
      *    post office.
       4470-LOOKUP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 1 TO WS-MAIL-ADDR-IDX
           MOVE 'P' TO WS-ADDRESS-PICK-RESULT
           IF CUST-MASTER-OPEN
               MOVE LI-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORROWER-FOUND
                       MOVE 'M' TO WS-ADDRESS-PICK-TYPE
                       CALL 'ESCOLHE-ENDERECO'
                           USING CUSTOMER-MASTER-RECORD
                               WS-ADDRESS-PICK-PARM
                       MOVE WS-ADDRESS-PICK-IDX TO WS-MAIL-ADDR-IDX
               END-READ
           END-IF.

      *    No deliverable address: the schedule is still printed,
      *    with a HELD line in place of the address, and logged to
      *    MAILHLDD so the branch keeps it out of the post.
       4480-HOLD-SCHEDULE.
           ADD 1 TO WS-SCHEDULES-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'PAGTOS  ' TO MH-PROGRAM-NAME
           MOVE LI-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE LI-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'REVISED SCHEDULE' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD.

       4050-WRITE-CAPTURE.
           MOVE LI-ACCOUNT-NO TO CG-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO CG-CHANGE-DATE
           ADD 1 TO WS-PAYMENTS-UNAPPLIED
           ADD WS-EXCESS-AMOUNT TO WS-TOTAL-UNAPPLIED.

       5000-WRITE-AUDIT.
           MOVE LI-ACCOUNT-NO TO LA-ACCOUNT-NO
           MOVE 'E' TO LA-TRAN-CODE
           MOVE WS-TODAY-DATE TO LA-AUDIT-DATE
           MOVE WS-SYSTEM-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-SYSTEM-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE 'PAGTOS  ' TO LA-MAKER-ID
           MOVE SPACES TO LA-CHECKER-ID
           WRITE LOAN-AUDIT-RECORD.

       5200-BUILD-NEW-AUDIT.
           MOVE LI-PRINCIPAL        TO LA-NEW-PRINCIPAL
           MOVE LI-RATE-PCT         TO LA-NEW-RATE-PCT
           MOVE LI-TERM-MONTHS      TO LA-NEW-TERM-MONTHS
           MOVE LI-CURRENCY-CODE    TO LA-NEW-CURRENCY
           MOVE LI-LAST-POSTED-DATE TO LA-NEW-POSTED-DATE
           MOVE LI-CUSTOMER-ID      TO LA-NEW-CUSTOMER-ID
           MOVE LI-STATUS-CODE      TO LA-NEW-STATUS.

       5300-BUILD-OLD-AUDIT.
           MOVE LI-PRINCIPAL        TO LA-OLD-PRINCIPAL
           MOVE LI-RATE-PCT         TO LA-OLD-RATE-PCT
           MOVE LI-TERM-MONTHS      TO LA-OLD-TERM-MONTHS
           MOVE LI-CURRENCY-CODE    TO LA-OLD-CURRENCY
           MOVE LI-LAST-POSTED-DATE TO LA-OLD-POSTED-DATE
           MOVE LI-CUSTOMER-ID      TO LA-OLD-CUSTOMER-ID
           MOVE LI-STATUS-CODE      TO LA-OLD-STATUS.

       8100-REWRITE-QUOTE-LOG.
           OPEN OUTPUT QUOTE-NEW-FILE
           PERFORM VARYING QUOTE-IDX FROM 1 BY 1
           PERFORM 8100-REWRITE-QUOTE-LOG
           PERFORM 9200-CLEAR-CHECKPOINT
           PERFORM 9100-WRITE-CONTROL-REPORT
           PERFORM 9150-WRITE-PERIOD-LINES
           CLOSE PAYMENT-FILE
           CLOSE LOAN-MASTER
           CLOSE JOURNAL-FILE
           CLOSE UNAPPLIED-FILE
           CLOSE REPORT-FILE
           CLOSE CAPTURE-FILE
           CLOSE RECOVERY-FILE
           IF PART-MASTER-OPEN
               CLOSE PARTICIPATION-MASTER
           END-IF
           CLOSE AMORT-FILE
           CLOSE AUDIT-FILE
           CLOSE LETTER-FILE
           CLOSE MAIL-HOLD-FILE
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

      *    Applied payments reduce principal and reversals put it
      *    back, so the reserved-key trailer hash the batch sweep
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PREPAYMENTS-RECUT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEDULES RECUT    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SCHEDULES-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - NO ADDRESS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-APPLIED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL APPLIED       : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Where the run's postings landed against the period
      *    master; every redirected run says so here and on the run
      *    ledger.
       9150-WRITE-PERIOD-LINES.
           COMPUTE WS-PERIOD-POSTINGS = WS-PAYMENTS-APPLIED
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
           MOVE WS-PAYMENTS-APPLIED TO RL-RECORDS-WRITTEN
           MOVE WS-PAYMENTS-UNAPPLIED TO RL-RECORDS-REJECTED
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
