      *****************************************************************
      * Program name:    MANTEM-PERIODOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: accounting period maintenance for
      *                  finance.  Open/soft-close/hard-close
      *                  transactions from PERTRNDD against the
      *                  indexed ACCTPERDD period master, in the
      *                  MANTEM-MANDATOS style.  A month not yet on
      *                  file is open and is added by its first
      *                  transaction; a month that has not begun
      *                  cannot be closed.  Every change keeps the
      *                  prior status, the day and the operator, and
      *                  the run ends with the master listed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTEM-PERIODOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT TRAN-FILE ASSIGN TO PERTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PERIOD-MASTER ASSIGN TO ACCTPERDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AP-PERIOD
             FILE STATUS IS WS-PERIOD-STATUS.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            RECORDING MODE IS F.
        COPY PERTRAN.

        FD  PERIOD-MASTER
            RECORDING MODE IS F.
        COPY ACCTPER.

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

        01  WS-FLAGS.
            05  WS-EOF-TRAN             PIC X(01) VALUE 'N'.
                88  EOF-TRAN                       VALUE 'Y'.
            05  WS-EOF-PERIOD           PIC X(01) VALUE 'N'.
                88  EOF-PERIOD                     VALUE 'Y'.
            05  WS-PERIOD-STATUS        PIC X(02).
            05  WS-PERIOD-ON-FILE       PIC X(01) VALUE 'N'.
                88  PERIOD-ON-FILE                 VALUE 'Y'.
            05  WS-MASTER-OPEN          PIC X(01) VALUE 'N'.
                88  MASTER-OPEN                    VALUE 'Y'.

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-REJECT-CODE          PIC X(04).
            05  WS-REJECT-TEXT          PIC X(30).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).
        01  WS-CURRENT-PERIOD           PIC 9(06).

        01  WS-CONTROL-TOTALS.
            05  WS-TRANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-PERIODS-ADDED        PIC 9(7)  VALUE ZERO.
            05  WS-STATUS-CHANGES       PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-FAILED         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL EOF-TRAN
           PERFORM 8000-LIST-PERIODS
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY-DATE / 100
           OPEN INPUT TRAN-FILE
           OPEN I-O PERIOD-MASTER
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCTPERDD, STATUS='
                   WS-PERIOD-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           ELSE
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF
           PERFORM 2100-READ-TRAN.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF NOT RECORD-IS-VALID
               DISPLAY 'PERIOD FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' AT-PERIOD
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               PERFORM 3000-SET-PERIOD-STATUS
           END-IF
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

      *    A month not on file counts as open, so its first
      *    transaction adds it with that as the prior status.  A
      *    change to the status the month already has is refused,
      *    so the history on the record is never overwritten by a
      *    transaction that changed nothing.
       3000-SET-PERIOD-STATUS.
           MOVE AT-PERIOD TO AP-PERIOD
           READ PERIOD-MASTER
               KEY IS AP-PERIOD
               INVALID KEY
                   MOVE 'N' TO WS-PERIOD-ON-FILE
                   MOVE 'O' TO AP-STATUS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERIOD-ON-FILE
           END-READ
           IF AP-STATUS = AT-TRAN-CODE AND PERIOD-ON-FILE
               DISPLAY 'PERIOD FAILED - P004 ALREADY IN THAT STATUS'
                   '  :' AT-PERIOD
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE AT-PERIOD TO AP-PERIOD
               MOVE AP-STATUS TO AP-PRIOR-STATUS
               MOVE AT-TRAN-CODE TO AP-STATUS
               MOVE WS-TODAY-DATE TO AP-LAST-CHANGE-DATE
               MOVE AT-OPERATOR-ID TO AP-CHANGED-BY
               IF PERIOD-ON-FILE
                   REWRITE ACCT-PERIOD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE ACCT-PERIOD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF WS-PERIOD-STATUS NOT = '00'
                   DISPLAY 'PERIOD FAILED - STATUS=' WS-PERIOD-STATUS
                       ' :' AT-PERIOD
                   ADD 1 TO WS-TRANS-FAILED
               ELSE
                   DISPLAY 'PERIOD ' AT-PERIOD ' STATUS '
                       AP-PRIOR-STATUS ' TO ' AP-STATUS
                       ' BY ' AT-OPERATOR-ID
                   IF PERIOD-ON-FILE
                       ADD 1 TO WS-STATUS-CHANGES
                   ELSE
                       ADD 1 TO WS-PERIODS-ADDED
                   END-IF
               END-IF
           END-IF.

       4000-VALIDATE-TRAN-FIELDS.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           IF AT-OPERATOR-ID = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'P001' TO WS-REJECT-CODE
               MOVE 'MISSING OPERATOR' TO WS-REJECT-TEXT
           END-IF
           IF RECORD-IS-VALID
               IF NOT AT-OPEN AND NOT AT-SOFT-CLOSE
                       AND NOT AT-HARD-CLOSE
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P002' TO WS-REJECT-CODE
                   MOVE 'BAD TRAN CODE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF AT-PERIOD NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID
               ELSE
                   IF AT-PERIOD-YEAR < 1900
                           OR AT-PERIOD-MONTH < 1
                           OR AT-PERIOD-MONTH > 12
                       MOVE 'N' TO WS-RECORD-VALID
                   END-IF
               END-IF
               IF NOT RECORD-IS-VALID
                   MOVE 'P003' TO WS-REJECT-CODE
                   MOVE 'BAD PERIOD' TO WS-REJECT-TEXT
               END-IF
           END-IF
      *    The current month may be closed ahead of its last night;
      *    a month that has not begun may not.
           IF RECORD-IS-VALID
               IF NOT AT-OPEN AND AT-PERIOD > WS-CURRENT-PERIOD
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P005' TO WS-REJECT-CODE
                   MOVE 'PERIOD NOT YET BEGUN' TO WS-REJECT-TEXT
               END-IF
           END-IF.

      *    The whole master after the night's changes, oldest month
      *    first, for finance's sign-off.
       8000-LIST-PERIODS.
           IF MASTER-OPEN
               MOVE ZERO TO AP-PERIOD
               START PERIOD-MASTER KEY IS NOT LESS THAN AP-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-PERIOD
               END-START
               PERFORM UNTIL EOF-PERIOD
                   READ PERIOD-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-PERIOD
                       NOT AT END
                           DISPLAY 'PERIOD ' AP-PERIOD
                               '  STATUS ' AP-STATUS
                               '  CHANGED ' AP-LAST-CHANGE-DATE
                               '  BY ' AP-CHANGED-BY
                   END-READ
               END-PERFORM
           END-IF.

       9000-TERMINATE.
           DISPLAY 'TRANSACTIONS READ  : ' WS-TRANS-READ
           DISPLAY 'PERIODS ADDED      : ' WS-PERIODS-ADDED
           DISPLAY 'STATUS CHANGES     : ' WS-STATUS-CHANGES
           DISPLAY 'TRANSACTIONS FAILED: ' WS-TRANS-FAILED
           CLOSE TRAN-FILE
           IF MASTER-OPEN
               CLOSE PERIOD-MASTER
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'PERIODOS' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-PERIODS-ADDED + WS-STATUS-CHANGES
           MOVE WS-TRANS-FAILED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
