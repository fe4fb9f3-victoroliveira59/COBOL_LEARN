      *****************************************************************
      * Program name:    ENVIA-DEBITOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: nightly direct-debit requests.  Runs
      *                  the AMORTDD schedule against the MANDMSTDD
      *                  mandate master; each installment of an
      *                  active mandate whose due date, rolled to the
      *                  next business day through DATE-BUSDAY, falls
      *                  within the lead days on the DEBCTLDD card is
      *                  written to the bank's DEBREQDD debit-request
      *                  file (header and trailer totals).  Suspended,
      *                  written-off and paid-off loans are skipped,
      *                  and the mandate remembers the last due date
      *                  requested so an installment is never sent
      *                  twice.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENVIA-DEBITOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO DEBCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT AMORT-FILE ASSIGN TO AMORTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AMORT-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT MANDATE-MASTER ASSIGN TO MANDMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MD-ACCOUNT-NO
             FILE STATUS IS WS-MANDATE-STATUS.
         SELECT REQUEST-FILE ASSIGN TO DEBREQDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO DEBRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY DEBCTL.

        FD  AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  MANDATE-MASTER
            RECORDING MODE IS F.
        COPY MANDMST.

        FD  REQUEST-FILE
            RECORDING MODE IS F.
        COPY DEBTREQ.
        COPY FEEDHT.

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

        COPY BUSDATE REPLACING BUSDAY-PARM BY WS-BUSDAY-PARM,
            BUSDAY-DATE BY WS-BUSDAY-DATE,
            BUSDAY-FLAG BY WS-BUSDAY-FLAG,
            BUSDAY-RESULT BY WS-BUSDAY-RESULT.

        01  WS-FLAGS.
            05  WS-EOF-AMORT            PIC X(01) VALUE 'N'.
                88  EOF-AMORT                      VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-AMORT-STATUS         PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-MANDATE-STATUS       PIC X(02).
            05  WS-ACCT-DEBITABLE       PIC X(01) VALUE 'N'.
                88  ACCT-DEBITABLE                 VALUE 'Y'.

        01  WS-WORK-FIELDS.
            05  WS-PREV-ACCOUNT-NO      PIC X(10) VALUE SPACES.
            05  WS-LEAD-DAYS            PIC 9(02) VALUE 2.
            05  WS-WINDOW-END-DATE      PIC 9(08).
            05  WS-DEBIT-DATE           PIC 9(08).
            05  WS-SKIP-TEXT            PIC X(30).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-INSTALLMENTS-READ    PIC 9(7)  VALUE ZERO.
            05  WS-DEBITS-REQUESTED     PIC 9(7)  VALUE ZERO.
            05  WS-ACCOUNTS-SKIPPED     PIC 9(7)  VALUE ZERO.
            05  WS-UPDATE-FAILURES      PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-REQUESTED      PIC 9(11)V99 VALUE ZERO.
            05  WS-REQUEST-HASH         PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCHEDULE UNTIL EOF-AMORT
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MANDATE-MASTER
           IF WS-MANDATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MANDMSTDD, STATUS='
                   WS-MANDATE-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AMORT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'NO AMORTIZATION SCHEDULE, STATUS='
                   WS-AMORT-STATUS ' - NOTHING TO REQUEST'
               MOVE 'Y' TO WS-EOF-AMORT
           END-IF
           OPEN OUTPUT REQUEST-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'DEBITREQ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE 'ENVIA-DEBITOS DIRECT-DEBIT REQUESTS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AMORT-STATUS = '00'
               PERFORM 2100-READ-AMORT
           END-IF.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-LEAD-DAYS IS NUMERIC
                           MOVE DC-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) +
               WS-LEAD-DAYS).

       2000-PROCESS-SCHEDULE.
           ADD 1 TO WS-INSTALLMENTS-READ
           IF AO-ACCOUNT-NO NOT = WS-PREV-ACCOUNT-NO
               MOVE AO-ACCOUNT-NO TO WS-PREV-ACCOUNT-NO
               PERFORM 2400-CHECK-ACCOUNT
           END-IF
           IF ACCT-DEBITABLE
               PERFORM 3000-CHECK-INSTALLMENT
           END-IF
           PERFORM 2100-READ-AMORT.

       2100-READ-AMORT.
           READ AMORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AMORT
           END-READ.

      *    Only an active mandate on a loan that is still active is
      *    debited.  A mandated loan that is not is reported once so
      *    the mandate can be cancelled.
       2400-CHECK-ACCOUNT.
           MOVE 'N' TO WS-ACCT-DEBITABLE
           MOVE SPACES TO WS-SKIP-TEXT
           MOVE AO-ACCOUNT-NO TO MD-ACCOUNT-NO
           READ MANDATE-MASTER
               KEY IS MD-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MD-ACTIVE
                       MOVE 'Y' TO WS-ACCT-DEBITABLE
                   END-IF
           END-READ
           IF ACCT-DEBITABLE
               MOVE AO-ACCOUNT-NO TO LI-ACCOUNT-NO
               READ LOAN-MASTER
                   KEY IS LI-ACCOUNT-NO
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-SKIP-TEXT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN LI-STAT-SUSPENDED
                               MOVE 'LOAN SUSPENDED' TO WS-SKIP-TEXT
                           WHEN LI-STAT-WRITTEN-OFF
                               MOVE 'LOAN WRITTEN OFF' TO WS-SKIP-TEXT
                           WHEN LI-STAT-PAID-OFF
                               MOVE 'LOAN PAID OFF' TO WS-SKIP-TEXT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               IF WS-SKIP-TEXT NOT = SPACES
                   MOVE 'N' TO WS-ACCT-DEBITABLE
                   ADD 1 TO WS-ACCOUNTS-SKIPPED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'SKIPPED  ' AO-ACCOUNT-NO
                       ' ' WS-SKIP-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *    An installment already requested, due before the mandate
      *    started, or whose debit date has passed (arrears are for
      *    collections, not for the bank) is not requested.
       3000-CHECK-INSTALLMENT.
           IF AO-DUE-DATE > MD-LAST-DUE-REQUESTED
                   AND AO-DUE-DATE NOT < MD-START-DATE
               MOVE AO-DUE-DATE TO WS-BUSDAY-DATE
               CALL 'DATE-BUSDAY' USING WS-BUSDAY-PARM
               MOVE WS-BUSDAY-RESULT TO WS-DEBIT-DATE
               IF WS-DEBIT-DATE NOT < WS-TODAY-DATE
                       AND WS-DEBIT-DATE NOT > WS-WINDOW-END-DATE
                   PERFORM 3500-REQUEST-DEBIT
               END-IF
           END-IF.

      *    The mandate moves first, as on the disbursement side: if
      *    the rewrite fails nothing goes to the bank, so a rerun
      *    cannot send the installment again.
       3500-REQUEST-DEBIT.
           MOVE AO-DUE-DATE TO MD-LAST-DUE-REQUESTED
           REWRITE MANDATE-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-MANDATE-STATUS NOT = '00'
               ADD 1 TO WS-UPDATE-FAILURES
               MOVE SPACES TO REPORT-LINE
               STRING 'FAILED   ' AO-ACCOUNT-NO
                   ' MANDATE REWRITE STATUS=' WS-MANDATE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE AO-ACCOUNT-NO      TO DQ-ACCOUNT-NO
               MOVE AO-PERIOD-NO       TO DQ-PERIOD-NO
               MOVE AO-DUE-DATE        TO DQ-DUE-DATE
               MOVE WS-DEBIT-DATE      TO DQ-DEBIT-DATE
               MOVE AO-CURRENCY-CODE   TO DQ-CURRENCY-CODE
               MOVE AO-PAYMENT         TO DQ-AMOUNT
               MOVE MD-PAYER-BANK      TO DQ-PAYER-BANK
               MOVE MD-PAYER-BRANCH    TO DQ-PAYER-BRANCH
               MOVE MD-PAYER-ACCOUNT   TO DQ-PAYER-ACCOUNT
               MOVE MD-PAYER-NAME      TO DQ-PAYER-NAME
               MOVE MD-PAYER-TAX-ID    TO DQ-PAYER-TAX-ID
               WRITE DEBIT-REQUEST-RECORD
               ADD 1 TO WS-DEBITS-REQUESTED
               ADD AO-PAYMENT TO WS-TOTAL-REQUESTED
               ADD AO-PAYMENT TO WS-REQUEST-HASH
               MOVE AO-PAYMENT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'REQUESTED ' AO-ACCOUNT-NO
                   ' ' AO-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
                   ' DEBIT ' WS-DEBIT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-DEBITS-REQUESTED TO FT-RECORD-COUNT
           MOVE WS-REQUEST-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-UPDATE-FAILURES > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACCOUNTS-SKIPPED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-AMORT-STATUS = '00' OR WS-AMORT-STATUS = '10'
               CLOSE AMORT-FILE
           END-IF
           CLOSE LOAN-MASTER
           CLOSE MANDATE-MASTER
           CLOSE REQUEST-FILE
           CLOSE REPORT-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-INSTALLMENTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEDULE LINES READ: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEBITS-REQUESTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DEBITS REQUESTED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCOUNTS-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS SKIPPED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UPDATE-FAILURES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MANDATE FAILURES   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-REQUESTED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL REQUESTED     : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'DEBITOS ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-INSTALLMENTS-READ TO RL-RECORDS-READ
           MOVE WS-DEBITS-REQUESTED TO RL-RECORDS-WRITTEN
           MOVE WS-ACCOUNTS-SKIPPED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
