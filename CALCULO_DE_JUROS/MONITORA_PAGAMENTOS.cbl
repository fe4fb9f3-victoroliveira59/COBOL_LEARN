      *****************************************************************
      * Program name:    MONITORA-PAGAMENTOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: compliance screening of the daily
      *                  payment feed, run ahead of POSTA-PAGAMENTOS.
      *                  The feed is proven against its header and
      *                  trailer, then every payment is checked: cash
      *                  at or over the reporting threshold; cash on
      *                  one account, or across one borrower's
      *                  accounts, each under the threshold but
      *                  together reaching it within the rolling
      *                  window; and any payment more than the set
      *                  multiple of the installment due on AMORTDD.
      *                  Amounts are compared in base currency.  The
      *                  window is carried night to night on a
      *                  rolling history file (PAYHSTDD in, PAYHSNDD
      *                  out).  Alerts go to PAYALRDD and the case
      *                  report to MONRPTDD; nothing is held back
      *                  from posting.  Return code 4 when any alert
      *                  was raised.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MONITORA-PAGAMENTOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO MONCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT PAYMENT-FILE ASSIGN TO PAGTODD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AMORT-FILE ASSIGN TO AMORTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AMORT-STATUS.
         SELECT HISTORY-IN-FILE ASSIGN TO PAYHSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTIN-STATUS.
         SELECT HISTORY-OUT-FILE ASSIGN TO PAYHSNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT SORT-WORK-FILE ASSIGN TO "SORTWK7".
         SELECT SORTED-PAYMENT-FILE ASSIGN TO MONSRTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ALERT-FILE ASSIGN TO PAYALRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO MONRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY MONCTL.

        FD  PAYMENT-FILE
            RECORDING MODE IS F.
        COPY PAYTRAN.
        COPY FEEDHT.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT.

        FD  HISTORY-IN-FILE
            RECORDING MODE IS F.
        COPY PAYHIST.

        FD  HISTORY-OUT-FILE
            RECORDING MODE IS F.
        COPY PAYHIST REPLACING PAYMENT-HISTORY-RECORD BY
            NEW-HISTORY-RECORD,
            HP-ACCOUNT-NO BY HN-ACCOUNT-NO,
            HP-CUSTOMER-ID BY HN-CUSTOMER-ID,
            HP-PAYMENT-DATE BY HN-PAYMENT-DATE,
            HP-FEED-DATE BY HN-FEED-DATE,
            HP-BASE-AMOUNT BY HN-BASE-AMOUNT,
            HP-CURRENCY-CODE BY HN-CURRENCY-CODE,
            HP-PAYMENT-METHOD BY HN-PAYMENT-METHOD.

        SD  SORT-WORK-FILE.
        01  SORT-RECORD.
            05  SM-ACCOUNT-NO           PIC X(10).
            05  SM-PAYMENT-DATE         PIC 9(08).
            05  SM-AMOUNT               PIC 9(9)V99.
            05  SM-CURRENCY-CODE        PIC X(03).
            05  SM-PAYMENT-METHOD       PIC X(01).

        FD  SORTED-PAYMENT-FILE
            RECORDING MODE IS F.
        01  SORTED-PAYMENT-RECORD.
            05  SS-ACCOUNT-NO           PIC X(10).
            05  SS-PAYMENT-DATE         PIC 9(08).
            05  SS-AMOUNT               PIC 9(9)V99.
            05  SS-CURRENCY-CODE        PIC X(03).
            05  SS-PAYMENT-METHOD       PIC X(01).
                88  SS-METHOD-CASH                 VALUES 'C' ' '.

        FD  ALERT-FILE
            RECORDING MODE IS F.
        COPY PAYALRT.

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(80).

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.

        WORKING-STORAGE SECTION.
        COPY DATEWORK REPLACING DATE-PARM BY WS-LEDGER-DATE-PARM,
            DATE-YEAR BY WS-LEDGER-YEAR,
            DATE-MONTH BY WS-LEDGER-MONTH,
            DATE-DAY BY WS-LEDGER-DAY,
            DATE-UTC-HOUR BY WS-LEDGER-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-LEDGER-UTC-MINUTE.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        COPY CURRTAB.

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-AMORT-STATUS         PIC X(02).
            05  WS-HISTIN-STATUS        PIC X(02).
            05  WS-EOF-PAYMENT          PIC X(01) VALUE 'N'.
                88  EOF-PAYMENT                    VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-EOF-HISTORY          PIC X(01) VALUE 'N'.
                88  EOF-HISTORY                    VALUE 'Y'.
            05  WS-EOF-SORTED           PIC X(01) VALUE 'N'.
                88  EOF-SORTED                     VALUE 'Y'.
            05  WS-EOF-AMORT            PIC X(01) VALUE 'N'.
                88  EOF-AMORT                      VALUE 'Y'.
            05  WS-FEED-HEADER-SEEN     PIC X(01) VALUE 'N'.
            05  WS-FEED-TRAILER-SEEN    PIC X(01) VALUE 'N'.
            05  WS-AMORT-OPEN           PIC X(01) VALUE 'N'.
                88  AMORT-OPEN                     VALUE 'Y'.
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-INSTALLMENT-FOUND    PIC X(01) VALUE 'N'.
                88  INSTALLMENT-FOUND              VALUE 'Y'.
            05  WS-OTHER-ACCOUNT        PIC X(01) VALUE 'N'.
                88  OTHER-ACCOUNT                  VALUE 'Y'.

      *    Rules as run tonight: the card's figures, or the defaults
      *    below for any the card leaves blank.
        01  WS-RULE-SETTINGS.
            05  WS-CASH-THRESHOLD       PIC 9(9)V99 VALUE 50000.00.
            05  WS-WINDOW-DAYS          PIC 9(03) VALUE 10.
            05  WS-MIN-PAYMENTS         PIC 9(02) VALUE 2.
            05  WS-INSTALLMENT-MULTIPLE PIC 9(03)V9 VALUE 5.0.

      *    The rolling window in core: the history still inside the
      *    window plus tonight's payments as they are screened.  The
      *    done flags stop an account or borrower being reported
      *    twice for the same pattern in one run.
        01  WS-HISTORY-TABLE.
            05  WS-HIST-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-HIST-ENTRY OCCURS 1 TO 20000 TIMES
                    DEPENDING ON WS-HIST-COUNT
                    INDEXED BY HIST-IDX HIST-IDX2.
                10  WS-HT-ACCOUNT-NO    PIC X(10).
                10  WS-HT-CUSTOMER-ID   PIC 9(05).
                10  WS-HT-PAYMENT-DATE  PIC 9(08).
                10  WS-HT-FEED-DATE     PIC 9(08).
                10  WS-HT-BASE-AMOUNT   PIC 9(11)V99.
                10  WS-HT-CURRENCY-CODE PIC X(03).
                10  WS-HT-METHOD        PIC X(01).
                    88  WS-HT-CASH                 VALUES 'C' ' '.
                10  WS-HT-TONIGHT       PIC X(01).
                    88  WS-HT-FROM-TONIGHT         VALUE 'Y'.
                10  WS-HT-ACCOUNT-DONE  PIC X(01).
                10  WS-HT-CUSTOMER-DONE PIC X(01).

        01  WS-WORK-FIELDS.
            05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
            05  WS-BUSINESS-DAY-NO      PIC 9(07) VALUE ZERO.
            05  WS-DAYS-OLD             PIC S9(07) VALUE ZERO.
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6) VALUE 1.
            05  WS-CUSTOMER-ID          PIC 9(05) VALUE ZERO.
            05  WS-BASE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
            05  WS-INSTALLMENT          PIC 9(9)V99 VALUE ZERO.
            05  WS-INSTALLMENT-LIMIT    PIC 9(11)V99 VALUE ZERO.
            05  WS-WINDOW-TOTAL         PIC 9(11)V99 VALUE ZERO.
            05  WS-WINDOW-COUNT         PIC 9(05) VALUE ZERO.

        01  WS-FEED-TOTALS.
            05  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
            05  WS-FEED-HASH            PIC 9(11)V9(6) VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            05  WS-PAYMENTS-READ        PIC 9(07) VALUE ZERO.
            05  WS-PAYMENTS-SCREENED    PIC 9(07) VALUE ZERO.
            05  WS-REVERSALS-SKIPPED    PIC 9(07) VALUE ZERO.
            05  WS-CASH-SCREENED        PIC 9(07) VALUE ZERO.
            05  WS-UNKNOWN-ACCOUNTS     PIC 9(07) VALUE ZERO.
            05  WS-UNKNOWN-CURRENCIES   PIC 9(07) VALUE ZERO.
            05  WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
            05  WS-HISTORY-EXPIRED      PIC 9(07) VALUE ZERO.
            05  WS-HISTORY-REPLACED     PIC 9(07) VALUE ZERO.
            05  WS-HISTORY-WRITTEN      PIC 9(07) VALUE ZERO.
            05  WS-ALERTS-WRITTEN       PIC 9(07) VALUE ZERO.
            05  WS-ALERTS-THRESHOLD     PIC 9(07) VALUE ZERO.
            05  WS-ALERTS-SPLIT-ACCOUNT PIC 9(07) VALUE ZERO.
            05  WS-ALERTS-SPLIT-CUSTOMER PIC 9(07) VALUE ZERO.
            05  WS-ALERTS-INSTALLMENT   PIC 9(07) VALUE ZERO.
            05  WS-TOTAL-ALERTED        PIC 9(13)V99 VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-WINDOW          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-WINDOW-COUNT    PIC ZZZZ9.
            05  WS-EDIT-DAYS            PIC ZZ9.
            05  WS-EDIT-MULTIPLE        PIC ZZ9.9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-VERIFY-PAYMENT-FEED
           PERFORM 2000-LOAD-HISTORY
           PERFORM 3000-SORT-PAYMENTS
           PERFORM 4000-SCREEN-PAYMENTS
           PERFORM 5000-SCREEN-SPLIT-PAYMENTS
           PERFORM 6000-WRITE-HISTORY
           PERFORM 8000-WRITE-REPORT-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-BUSINESS-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-LOAD-CURRENCY-TABLE
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'LOAN MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ALERT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'MONITORA-PAGAMENTOS PAYMENT MONITORING CASE REPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE.

      *    No card, or a field left blank or zero, keeps that rule's
      *    default.
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MO-CASH-THRESHOLD IS NUMERIC
                               AND MO-CASH-THRESHOLD > ZERO
                           MOVE MO-CASH-THRESHOLD TO WS-CASH-THRESHOLD
                       END-IF
                       IF MO-WINDOW-DAYS IS NUMERIC
                               AND MO-WINDOW-DAYS > ZERO
                           MOVE MO-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF MO-MIN-PAYMENTS IS NUMERIC
                               AND MO-MIN-PAYMENTS > ZERO
                           MOVE MO-MIN-PAYMENTS TO WS-MIN-PAYMENTS
                       END-IF
                       IF MO-INSTALLMENT-MULTIPLE IS NUMERIC
                               AND MO-INSTALLMENT-MULTIPLE > ZERO
                           MOVE MO-INSTALLMENT-MULTIPLE
                               TO WS-INSTALLMENT-MULTIPLE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1200-LOAD-CURRENCY-TABLE.
           MOVE ZERO TO WS-CURRENCY-COUNT
           MOVE 'N' TO WS-EOF-CURRENCY
           OPEN INPUT CURRENCY-FILE
           PERFORM UNTIL EOF-CURRENCY
               READ CURRENCY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CURRENCY
                   NOT AT END
                       IF CFR-CODE = 'HDR' OR CFR-CODE = 'TRL'
                           CONTINUE
                       ELSE
                       IF WS-CURRENCY-COUNT < 100
                           ADD 1 TO WS-CURRENCY-COUNT
                           MOVE CFR-CODE TO CT-CURRENCY-CODE
                                            (WS-CURRENCY-COUNT)
                           MOVE CFR-RATE TO CT-CONVERSION-RATE
                                            (WS-CURRENCY-COUNT)
                           MOVE CFR-EFFECTIVE-DATE TO
                               CT-EFFECTIVE-DATE (WS-CURRENCY-COUNT)
                       ELSE
                           DISPLAY 'CURRENCY TABLE FULL, CODE '
                               CFR-CODE ' - RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRENCY-FILE.

      *    The feed is proven exactly as POSTA-PAGAMENTOS will prove
      *    it, so the screening never runs on a truncated feed.  The
      *    header's business date dates the alerts and the window.
       1500-VERIFY-PAYMENT-FEED.
           OPEN INPUT PAYMENT-FILE
           PERFORM 2900-READ-PAYMENT
           PERFORM UNTIL EOF-PAYMENT
               EVALUATE TRUE
                   WHEN FH-HEADER
                       MOVE 'Y' TO WS-FEED-HEADER-SEEN
                       IF FH-BUSINESS-DATE IS NUMERIC
                               AND FH-BUSINESS-DATE > ZERO
                           MOVE FH-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
                   WHEN FT-TRAILER
                       MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                       IF FT-RECORD-COUNT NOT = WS-FEED-COUNT
                       OR FT-HASH-TOTAL NOT = WS-FEED-HASH
                           DISPLAY 'PAYMENT FEED TRAILER DISAGREES:'
                               ' COUNT ' FT-RECORD-COUNT ' VS '
                               WS-FEED-COUNT ', RUN ABENDED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       IF WS-FEED-HEADER-SEEN = 'N'
                           DISPLAY 'PAYMENT FEED HEADER MISSING,'
                               ' RUN ABENDED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FEED-COUNT
                       IF PT-AMOUNT IS NUMERIC
                           ADD PT-AMOUNT TO WS-FEED-HASH
                       END-IF
               END-EVALUATE
               PERFORM 2900-READ-PAYMENT
           END-PERFORM
           IF WS-FEED-TRAILER-SEEN = 'N'
               DISPLAY 'PAYMENT FEED TRAILER MISSING - POSSIBLE'
                   ' TRUNCATED TRANSMISSION, RUN ABENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAYMENT-FILE
           MOVE 'N' TO WS-EOF-PAYMENT
           COMPUTE WS-BUSINESS-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

      *    The first night there is no history and the window starts
      *    empty.  Entries that have aged out of the window are
      *    dropped, and so are entries from this same feed: a rerun
      *    screens the feed again and puts them back.
       2000-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-HISTORY
           OPEN INPUT HISTORY-IN-FILE
           IF WS-HISTIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-HISTORY
           ELSE
               PERFORM UNTIL EOF-HISTORY
                   READ HISTORY-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-HISTORY
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM 2100-KEEP-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-IN-FILE
           END-IF.

       2100-KEEP-HISTORY-ENTRY.
           IF HP-FEED-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-HISTORY-REPLACED
           ELSE
               IF HP-PAYMENT-DATE IS NOT NUMERIC
                       OR HP-PAYMENT-DATE = ZERO
                   ADD 1 TO WS-HISTORY-EXPIRED
               ELSE
                   COMPUTE WS-DAYS-OLD = WS-BUSINESS-DAY-NO -
                       FUNCTION INTEGER-OF-DATE(HP-PAYMENT-DATE)
                   IF WS-DAYS-OLD NOT < WS-WINDOW-DAYS
                       ADD 1 TO WS-HISTORY-EXPIRED
                   ELSE
                       PERFORM 2200-ADD-HISTORY-SLOT
                       MOVE HP-ACCOUNT-NO
                           TO WS-HT-ACCOUNT-NO (WS-HIST-COUNT)
                       MOVE HP-CUSTOMER-ID
                           TO WS-HT-CUSTOMER-ID (WS-HIST-COUNT)
                       MOVE HP-PAYMENT-DATE
                           TO WS-HT-PAYMENT-DATE (WS-HIST-COUNT)
                       MOVE HP-FEED-DATE
                           TO WS-HT-FEED-DATE (WS-HIST-COUNT)
                       MOVE HP-BASE-AMOUNT
                           TO WS-HT-BASE-AMOUNT (WS-HIST-COUNT)
                       MOVE HP-CURRENCY-CODE
                           TO WS-HT-CURRENCY-CODE (WS-HIST-COUNT)
                       MOVE HP-PAYMENT-METHOD
                           TO WS-HT-METHOD (WS-HIST-COUNT)
                   END-IF
               END-IF
           END-IF.

       2200-ADD-HISTORY-SLOT.
           IF WS-HIST-COUNT NOT < 20000
               DISPLAY 'PAYMENT HISTORY TABLE FULL - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-COUNT
           MOVE 'N' TO WS-HT-TONIGHT (WS-HIST-COUNT)
           MOVE 'N' TO WS-HT-ACCOUNT-DONE (WS-HIST-COUNT)
           MOVE 'N' TO WS-HT-CUSTOMER-DONE (WS-HIST-COUNT).

       2900-READ-PAYMENT.
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PAYMENT
           END-READ.

      *    Payments are screened in account and date order so the
      *    installment due can be found in one pass of AMORTDD.
       3000-SORT-PAYMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SM-ACCOUNT-NO SM-PAYMENT-DATE
               INPUT PROCEDURE IS 3100-RELEASE-PAYMENTS
               GIVING SORTED-PAYMENT-FILE.

      *    Reversals take money back and are not screened.
       3100-RELEASE-PAYMENTS.
           OPEN INPUT PAYMENT-FILE
           PERFORM 2900-READ-PAYMENT
           PERFORM UNTIL EOF-PAYMENT
               IF FH-HEADER OR FT-TRAILER
                   CONTINUE
               ELSE
                   ADD 1 TO WS-PAYMENTS-READ
                   IF PT-REVERSAL
                       ADD 1 TO WS-REVERSALS-SKIPPED
                   ELSE
                       MOVE PT-ACCOUNT-NO TO SM-ACCOUNT-NO
                       MOVE PT-PAYMENT-DATE TO SM-PAYMENT-DATE
                       MOVE PT-AMOUNT TO SM-AMOUNT
                       MOVE PT-CURRENCY-CODE TO SM-CURRENCY-CODE
                       MOVE PT-PAYMENT-METHOD TO SM-PAYMENT-METHOD
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
               PERFORM 2900-READ-PAYMENT
           END-PERFORM
           CLOSE PAYMENT-FILE.

      *    A missing schedule file only switches the installment rule
      *    off for the night; the cash rules still run.
       4000-SCREEN-PAYMENTS.
           OPEN INPUT AMORT-FILE
           IF WS-AMORT-STATUS = '00'
               MOVE 'Y' TO WS-AMORT-OPEN
               PERFORM 4900-READ-AMORT
           ELSE
               MOVE 'Y' TO WS-EOF-AMORT
           END-IF
           OPEN INPUT SORTED-PAYMENT-FILE
           MOVE 'N' TO WS-EOF-SORTED
           PERFORM UNTIL EOF-SORTED
               READ SORTED-PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SORTED
                   NOT AT END
                       PERFORM 4100-SCREEN-ONE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE SORTED-PAYMENT-FILE
           IF AMORT-OPEN
               CLOSE AMORT-FILE
           END-IF.

       4100-SCREEN-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-SCREENED
           PERFORM 4200-LOOKUP-CUSTOMER
           PERFORM 4300-LOOKUP-CURRENCY
           IF SS-AMOUNT IS NUMERIC
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   SS-AMOUNT * WS-CONVERSION-RATE
           ELSE
               MOVE ZERO TO WS-BASE-AMOUNT
           END-IF
           MOVE ZERO TO WS-WINDOW-TOTAL
           MOVE ZERO TO WS-WINDOW-COUNT
           MOVE ZERO TO WS-INSTALLMENT
           IF SS-METHOD-CASH
               ADD 1 TO WS-CASH-SCREENED
               IF WS-BASE-AMOUNT NOT < WS-CASH-THRESHOLD
                   MOVE 'TH' TO AL-RULE-CODE
                   PERFORM 7000-WRITE-TONIGHT-ALERT
               END-IF
           END-IF
           PERFORM 4400-FIND-INSTALLMENT
           IF INSTALLMENT-FOUND
               COMPUTE WS-INSTALLMENT-LIMIT ROUNDED =
                   AO-PAYMENT * WS-INSTALLMENT-MULTIPLE
               IF SS-AMOUNT IS NUMERIC
                       AND SS-AMOUNT > WS-INSTALLMENT-LIMIT
                   COMPUTE WS-INSTALLMENT ROUNDED =
                       AO-PAYMENT * WS-CONVERSION-RATE
                   MOVE 'IN' TO AL-RULE-CODE
                   PERFORM 7000-WRITE-TONIGHT-ALERT
               END-IF
           END-IF
           PERFORM 2200-ADD-HISTORY-SLOT
           MOVE SS-ACCOUNT-NO TO WS-HT-ACCOUNT-NO (WS-HIST-COUNT)
           MOVE WS-CUSTOMER-ID TO WS-HT-CUSTOMER-ID (WS-HIST-COUNT)
           MOVE SS-PAYMENT-DATE TO WS-HT-PAYMENT-DATE (WS-HIST-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-HT-FEED-DATE (WS-HIST-COUNT)
           MOVE WS-BASE-AMOUNT TO WS-HT-BASE-AMOUNT (WS-HIST-COUNT)
           MOVE SS-CURRENCY-CODE
               TO WS-HT-CURRENCY-CODE (WS-HIST-COUNT)
           MOVE SS-PAYMENT-METHOD TO WS-HT-METHOD (WS-HIST-COUNT)
           MOVE 'Y' TO WS-HT-TONIGHT (WS-HIST-COUNT).

      *    A payment to an account not on the master will land in
      *    unapplied cash; it is still screened on its own account
      *    but cannot be tied to a borrower.
       4200-LOOKUP-CUSTOMER.
           MOVE ZERO TO WS-CUSTOMER-ID
           IF SS-ACCOUNT-NO = '0000000000'
                   OR SS-ACCOUNT-NO = '9999999999'
               ADD 1 TO WS-UNKNOWN-ACCOUNTS
           ELSE
               MOVE SS-ACCOUNT-NO TO LI-ACCOUNT-NO
               READ LOAN-MASTER
                   KEY IS LI-ACCOUNT-NO
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-ACCOUNTS
                   NOT INVALID KEY
                       IF LI-CUSTOMER-ID IS NUMERIC
                           MOVE LI-CUSTOMER-ID TO WS-CUSTOMER-ID
                       END-IF
               END-READ
           END-IF.

      *    A currency not on CURRDD is taken at par and counted.
       4300-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           MOVE 1 TO WS-CONVERSION-RATE
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = SS-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF
           IF NOT CURRENCY-FOUND
               ADD 1 TO WS-UNKNOWN-CURRENCIES
           END-IF.

      *    The installment due is the first schedule line for the
      *    account falling due on or after the payment date.  Both
      *    files are in account order and the payments within an
      *    account in date order, so the schedule only moves
      *    forward.  No line left means nothing is due and the rule
      *    does not apply.
       4400-FIND-INSTALLMENT.
           MOVE 'N' TO WS-INSTALLMENT-FOUND
           PERFORM UNTIL EOF-AMORT
                   OR AO-ACCOUNT-NO > SS-ACCOUNT-NO
                   OR (AO-ACCOUNT-NO = SS-ACCOUNT-NO
                       AND AO-DUE-DATE NOT < SS-PAYMENT-DATE)
               PERFORM 4900-READ-AMORT
           END-PERFORM
           IF NOT EOF-AMORT
                   AND AO-ACCOUNT-NO = SS-ACCOUNT-NO
                   AND AO-PAYMENT IS NUMERIC
                   AND AO-PAYMENT > ZERO
               MOVE 'Y' TO WS-INSTALLMENT-FOUND
           END-IF.

       4900-READ-AMORT.
           READ AMORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AMORT
           END-READ.

      *    Split cash: for each account and each borrower paid in
      *    cash tonight, every cash payment in the window that was
      *    under the threshold on its own is added up.  Enough of
      *    them reaching the threshold together is reported once,
      *    against tonight's first such payment.  The borrower rule
      *    is for payments spread over more than one account; one
      *    account alone is the account rule's case.
       5000-SCREEN-SPLIT-PAYMENTS.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > WS-HIST-COUNT
               IF WS-HT-FROM-TONIGHT (HIST-IDX)
                       AND WS-HT-CASH (HIST-IDX)
                       AND WS-HT-BASE-AMOUNT (HIST-IDX)
                           < WS-CASH-THRESHOLD
                   IF WS-HT-ACCOUNT-DONE (HIST-IDX) = 'N'
                       PERFORM 5100-SUM-ACCOUNT-WINDOW
                   END-IF
                   IF WS-HT-CUSTOMER-DONE (HIST-IDX) = 'N'
                           AND WS-HT-CUSTOMER-ID (HIST-IDX) > ZERO
                       PERFORM 5200-SUM-CUSTOMER-WINDOW
                   END-IF
               END-IF
           END-PERFORM.

       5100-SUM-ACCOUNT-WINDOW.
           MOVE ZERO TO WS-WINDOW-TOTAL
           MOVE ZERO TO WS-WINDOW-COUNT
           PERFORM VARYING HIST-IDX2 FROM 1 BY 1
                   UNTIL HIST-IDX2 > WS-HIST-COUNT
               IF WS-HT-ACCOUNT-NO (HIST-IDX2)
                       = WS-HT-ACCOUNT-NO (HIST-IDX)
                   MOVE 'Y' TO WS-HT-ACCOUNT-DONE (HIST-IDX2)
                   IF WS-HT-CASH (HIST-IDX2)
                           AND WS-HT-BASE-AMOUNT (HIST-IDX2)
                               < WS-CASH-THRESHOLD
                       ADD 1 TO WS-WINDOW-COUNT
                       ADD WS-HT-BASE-AMOUNT (HIST-IDX2)
                           TO WS-WINDOW-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WINDOW-COUNT NOT < WS-MIN-PAYMENTS
                   AND WS-WINDOW-TOTAL NOT < WS-CASH-THRESHOLD
               MOVE 'SA' TO AL-RULE-CODE
               PERFORM 7100-WRITE-WINDOW-ALERT
           END-IF.

       5200-SUM-CUSTOMER-WINDOW.
           MOVE ZERO TO WS-WINDOW-TOTAL
           MOVE ZERO TO WS-WINDOW-COUNT
           MOVE 'N' TO WS-OTHER-ACCOUNT
           PERFORM VARYING HIST-IDX2 FROM 1 BY 1
                   UNTIL HIST-IDX2 > WS-HIST-COUNT
               IF WS-HT-CUSTOMER-ID (HIST-IDX2)
                       = WS-HT-CUSTOMER-ID (HIST-IDX)
                   MOVE 'Y' TO WS-HT-CUSTOMER-DONE (HIST-IDX2)
                   IF WS-HT-CASH (HIST-IDX2)
                           AND WS-HT-BASE-AMOUNT (HIST-IDX2)
                               < WS-CASH-THRESHOLD
                       ADD 1 TO WS-WINDOW-COUNT
                       ADD WS-HT-BASE-AMOUNT (HIST-IDX2)
                           TO WS-WINDOW-TOTAL
                       IF WS-HT-ACCOUNT-NO (HIST-IDX2)
                               NOT = WS-HT-ACCOUNT-NO (HIST-IDX)
                           MOVE 'Y' TO WS-OTHER-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF OTHER-ACCOUNT
                   AND WS-WINDOW-COUNT NOT < WS-MIN-PAYMENTS
                   AND WS-WINDOW-TOTAL NOT < WS-CASH-THRESHOLD
               MOVE 'SC' TO AL-RULE-CODE
               PERFORM 7100-WRITE-WINDOW-ALERT
           END-IF.

      *    Tonight's payments are added behind what is left of the
      *    window, ready for the next night.
       6000-WRITE-HISTORY.
           OPEN OUTPUT HISTORY-OUT-FILE
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > WS-HIST-COUNT
               MOVE WS-HT-ACCOUNT-NO (HIST-IDX) TO HN-ACCOUNT-NO
               MOVE WS-HT-CUSTOMER-ID (HIST-IDX) TO HN-CUSTOMER-ID
               MOVE WS-HT-PAYMENT-DATE (HIST-IDX) TO HN-PAYMENT-DATE
               MOVE WS-HT-FEED-DATE (HIST-IDX) TO HN-FEED-DATE
               MOVE WS-HT-BASE-AMOUNT (HIST-IDX) TO HN-BASE-AMOUNT
               MOVE WS-HT-CURRENCY-CODE (HIST-IDX)
                   TO HN-CURRENCY-CODE
               MOVE WS-HT-METHOD (HIST-IDX) TO HN-PAYMENT-METHOD
               WRITE NEW-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-WRITTEN
           END-PERFORM
           CLOSE HISTORY-OUT-FILE.

      *    Alert on the payment being screened (rules TH and IN).
       7000-WRITE-TONIGHT-ALERT.
           MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
           MOVE SS-ACCOUNT-NO TO AL-ACCOUNT-NO
           MOVE WS-CUSTOMER-ID TO AL-CUSTOMER-ID
           MOVE SS-PAYMENT-DATE TO AL-PAYMENT-DATE
           MOVE SS-CURRENCY-CODE TO AL-CURRENCY-CODE
           MOVE SS-PAYMENT-METHOD TO AL-PAYMENT-METHOD
           MOVE WS-BASE-AMOUNT TO AL-BASE-AMOUNT
           MOVE WS-WINDOW-TOTAL TO AL-WINDOW-TOTAL
           MOVE WS-WINDOW-COUNT TO AL-WINDOW-COUNT
           MOVE WS-INSTALLMENT TO AL-INSTALLMENT-DUE
           PERFORM 7500-WRITE-ALERT.

      *    Alert on a window pattern, against the history entry that
      *    started the search (rules SA and SC).
       7100-WRITE-WINDOW-ALERT.
           MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
           MOVE WS-HT-ACCOUNT-NO (HIST-IDX) TO AL-ACCOUNT-NO
           MOVE WS-HT-CUSTOMER-ID (HIST-IDX) TO AL-CUSTOMER-ID
           MOVE WS-HT-PAYMENT-DATE (HIST-IDX) TO AL-PAYMENT-DATE
           MOVE WS-HT-CURRENCY-CODE (HIST-IDX) TO AL-CURRENCY-CODE
           MOVE WS-HT-METHOD (HIST-IDX) TO AL-PAYMENT-METHOD
           MOVE WS-HT-BASE-AMOUNT (HIST-IDX) TO AL-BASE-AMOUNT
           MOVE WS-WINDOW-TOTAL TO AL-WINDOW-TOTAL
           MOVE WS-WINDOW-COUNT TO AL-WINDOW-COUNT
           MOVE ZERO TO AL-INSTALLMENT-DUE
           PERFORM 7500-WRITE-ALERT.

       7500-WRITE-ALERT.
           WRITE PAYMENT-ALERT-RECORD
           ADD 1 TO WS-ALERTS-WRITTEN
           ADD AL-BASE-AMOUNT TO WS-TOTAL-ALERTED
           EVALUATE TRUE
               WHEN AL-OVER-THRESHOLD
                   ADD 1 TO WS-ALERTS-THRESHOLD
               WHEN AL-SPLIT-ACCOUNT
                   ADD 1 TO WS-ALERTS-SPLIT-ACCOUNT
               WHEN AL-SPLIT-CUSTOMER
                   ADD 1 TO WS-ALERTS-SPLIT-CUSTOMER
               WHEN AL-OVER-INSTALLMENT
                   ADD 1 TO WS-ALERTS-INSTALLMENT
           END-EVALUATE
           IF WS-ALERTS-WRITTEN = 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE 'RULE ACCOUNT    CUST  PAID ON  M'
                   TO REPORT-LINE
               MOVE '      AMOUNT (BASE)    WINDOW/INSTALLMENT  NO.'
                   TO REPORT-LINE (33:45)
               WRITE REPORT-LINE
           END-IF
           MOVE AL-BASE-AMOUNT TO WS-EDIT-AMOUNT
           IF AL-OVER-INSTALLMENT
               MOVE AL-INSTALLMENT-DUE TO WS-EDIT-WINDOW
           ELSE
               MOVE AL-WINDOW-TOTAL TO WS-EDIT-WINDOW
           END-IF
           MOVE AL-WINDOW-COUNT TO WS-EDIT-WINDOW-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING AL-RULE-CODE '   ' AL-ACCOUNT-NO ' '
               AL-CUSTOMER-ID ' ' AL-PAYMENT-DATE ' '
               AL-PAYMENT-METHOD ' ' WS-EDIT-AMOUNT ' '
               WS-EDIT-WINDOW ' ' WS-EDIT-WINDOW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUSINESS DATE       : ' WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASH-THRESHOLD TO WS-EDIT-AMOUNT
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'CASH THRESHOLD      : ' WS-EDIT-AMOUNT
               '  WINDOW DAYS: ' WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MIN-PAYMENTS TO WS-EDIT-DAYS
           MOVE WS-INSTALLMENT-MULTIPLE TO WS-EDIT-MULTIPLE
           MOVE SPACES TO REPORT-LINE
           STRING 'MIN SPLIT PAYMENTS  : ' WS-EDIT-DAYS
               '  INSTALLMENT MULTIPLE: ' WS-EDIT-MULTIPLE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT AMORT-OPEN
               MOVE SPACES TO REPORT-LINE
               MOVE 'NO SCHEDULE FILE - INSTALLMENT RULE NOT RUN'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-PAYMENTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PAYMENTS READ       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAYMENTS-SCREENED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PAYMENTS SCREENED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASH-SCREENED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  OF WHICH CASH     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REVERSALS-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REVERSALS SKIPPED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNKNOWN-ACCOUNTS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT ON LOAN MASTER  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNKNOWN-CURRENCIES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CURRENCY AT PAR     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HISTORY-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HISTORY READ        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HISTORY-EXPIRED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HISTORY AGED OUT    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HISTORY-REPLACED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HISTORY RESCREENED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HISTORY-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HISTORY WRITTEN     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-THRESHOLD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERTS TH OVER LIMIT: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-SPLIT-ACCOUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERTS SA SPLIT ACCT: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-SPLIT-CUSTOMER TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERTS SC SPLIT CUST: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-INSTALLMENT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERTS IN OVER INST : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ALERTS-WRITTEN TO WS-EDIT-COUNT
           MOVE WS-TOTAL-ALERTED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERTS WRITTEN      : ' WS-EDIT-COUNT
               '  AMOUNT: ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE ALERT-FILE
           CLOSE REPORT-FILE
           IF WS-ALERTS-WRITTEN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'MONPAGTO' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-PAYMENTS-READ TO RL-RECORDS-READ
           MOVE WS-ALERTS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-REVERSALS-SKIPPED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
