      *****************************************************************
      * Program name:    MANTEM-MANDATOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: direct-debit mandate maintenance.
      *                  Add/change/suspend/reactivate/cancel
      *                  transactions from MANDTRNDD against the
      *                  indexed MANDMSTDD mandate master, in the
      *                  MANTEM-EMPRESTIMOS style.  A mandate can only
      *                  be added for a loan on the master that is
      *                  not paid-off or written-off; reactivation
      *                  clears the refusal count that suspended it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTEM-MANDATOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT TRAN-FILE ASSIGN TO MANDTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
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

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            RECORDING MODE IS F.
        COPY MANDTRN.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  MANDATE-MASTER
            RECORDING MODE IS F.
        COPY MANDMST.

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
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-MANDATE-STATUS       PIC X(02).
            05  WS-MANDATE-ON-FILE      PIC X(01) VALUE 'N'.
                88  MANDATE-ON-FILE                VALUE 'Y'.

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-REJECT-CODE          PIC X(04).
            05  WS-REJECT-TEXT          PIC X(30).

        01  WS-DATE-VALIDATION-FIELDS.
            05  WS-VALID-DATE-SWITCH    PIC X(01).
                88  VALID-CALENDAR-DATE           VALUE 'Y'.
            05  WS-CHECK-YEAR           PIC 9(04).
            05  WS-CHECK-MONTH          PIC 9(02).
            05  WS-CHECK-DAY            PIC 9(02).
            05  WS-DAYS-IN-MONTH        PIC 9(02).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-TRANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-MANDATES-ADDED       PIC 9(7)  VALUE ZERO.
            05  WS-MANDATES-CHANGED     PIC 9(7)  VALUE ZERO.
            05  WS-STATUS-CHANGES       PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-FAILED         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL EOF-TRAN
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           OPEN INPUT TRAN-FILE
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN I-O MANDATE-MASTER
           IF WS-MANDATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MANDMSTDD, STATUS='
                   WS-MANDATE-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           PERFORM 2100-READ-TRAN.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           EVALUATE TRUE
               WHEN MN-ACCOUNT-NO = '0000000000'
                   OR MN-ACCOUNT-NO = '9999999999'
                   DISPLAY 'RESERVED ACCOUNT NUMBER   :'
                       MN-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN MN-ADD
                   PERFORM 3000-ADD-MANDATE
               WHEN MN-CHANGE
                   PERFORM 3100-CHANGE-MANDATE
               WHEN MN-SUSPEND
               WHEN MN-REACTIVATE
               WHEN MN-CANCEL
                   PERFORM 3200-SET-MANDATE-STATUS
               WHEN OTHER
                   DISPLAY 'BAD TRAN CODE             :' MN-TRAN-CODE
                   ADD 1 TO WS-TRANS-FAILED
           END-EVALUATE
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

      *    A new mandate may replace a cancelled one for the same
      *    loan; any other mandate already on file is a duplicate.
       3000-ADD-MANDATE.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF RECORD-IS-VALID
               PERFORM 4100-CHECK-LOAN
           END-IF
           IF RECORD-IS-VALID
               MOVE MN-ACCOUNT-NO TO MD-ACCOUNT-NO
               READ MANDATE-MASTER
                   KEY IS MD-ACCOUNT-NO
                   INVALID KEY
                       MOVE 'N' TO WS-MANDATE-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MANDATE-ON-FILE
                       IF NOT MD-CANCELLED
                           MOVE 'N' TO WS-RECORD-VALID
                           MOVE 'M006' TO WS-REJECT-CODE
                           MOVE 'MANDATE ALREADY ON FILE'
                               TO WS-REJECT-TEXT
                       END-IF
               END-READ
           END-IF
           IF NOT RECORD-IS-VALID
               DISPLAY 'ADD FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' MN-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE MN-ACCOUNT-NO TO MD-ACCOUNT-NO
               PERFORM 5100-MOVE-TRAN-TO-MASTER
               IF MN-START-DATE = ZERO
                   MOVE WS-TODAY-DATE TO MD-START-DATE
               ELSE
                   MOVE MN-START-DATE TO MD-START-DATE
               END-IF
               MOVE 'A' TO MD-STATUS
               MOVE ZERO TO MD-REFUSAL-COUNT
               MOVE ZERO TO MD-LAST-REFUSAL-DATE
               MOVE WS-TODAY-DATE TO MD-LAST-CHANGE-DATE
               IF MANDATE-ON-FILE
                   REWRITE MANDATE-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   MOVE ZERO TO MD-LAST-DUE-REQUESTED
                   WRITE MANDATE-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF WS-MANDATE-STATUS NOT = '00'
                   DISPLAY 'ADD FAILED - STATUS=' WS-MANDATE-STATUS
                       ' :' MN-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               ELSE
                   DISPLAY 'MANDATE ADDED             :'
                       MN-ACCOUNT-NO
                   ADD 1 TO WS-MANDATES-ADDED
               END-IF
           END-IF.

      *    A change replaces the payer's bank details; the start
      *    date moves only when one is given.  Status and the debit
      *    history stay as they are.
       3100-CHANGE-MANDATE.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF NOT RECORD-IS-VALID
               DISPLAY 'CHANGE FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' MN-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE MN-ACCOUNT-NO TO MD-ACCOUNT-NO
               READ MANDATE-MASTER
                   KEY IS MD-ACCOUNT-NO
                   INVALID KEY
                       DISPLAY 'CHANGE FAILED - NOT FOUND :'
                           MN-ACCOUNT-NO
                       ADD 1 TO WS-TRANS-FAILED
                   NOT INVALID KEY
                       PERFORM 5100-MOVE-TRAN-TO-MASTER
                       IF MN-START-DATE NOT = ZERO
                           MOVE MN-START-DATE TO MD-START-DATE
                       END-IF
                       MOVE WS-TODAY-DATE TO MD-LAST-CHANGE-DATE
                       REWRITE MANDATE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'CHANGE FAILED - STATUS='
                                   WS-MANDATE-STATUS ' :'
                                   MN-ACCOUNT-NO
                               ADD 1 TO WS-TRANS-FAILED
                           NOT INVALID KEY
                               DISPLAY 'MANDATE CHANGED           :'
                                   MN-ACCOUNT-NO
                               ADD 1 TO WS-MANDATES-CHANGED
                       END-REWRITE
               END-READ
           END-IF.

      *    A cancelled mandate is final: the payer must sign a new
      *    one, which comes in as an add.
       3200-SET-MANDATE-STATUS.
           MOVE MN-ACCOUNT-NO TO MD-ACCOUNT-NO
           READ MANDATE-MASTER
               KEY IS MD-ACCOUNT-NO
               INVALID KEY
                   DISPLAY 'STATUS FAILED - NOT FOUND :'
                       MN-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               NOT INVALID KEY
                   IF MD-CANCELLED
                       DISPLAY 'STATUS FAILED - CANCELLED :'
                           MN-ACCOUNT-NO
                       ADD 1 TO WS-TRANS-FAILED
                   ELSE
                       EVALUATE TRUE
                           WHEN MN-SUSPEND
                               MOVE 'S' TO MD-STATUS
                           WHEN MN-REACTIVATE
                               MOVE 'A' TO MD-STATUS
                               MOVE ZERO TO MD-REFUSAL-COUNT
                           WHEN OTHER
                               MOVE 'C' TO MD-STATUS
                       END-EVALUATE
                       MOVE WS-TODAY-DATE TO MD-LAST-CHANGE-DATE
                       REWRITE MANDATE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'STATUS FAILED - STATUS='
                                   WS-MANDATE-STATUS ' :'
                                   MN-ACCOUNT-NO
                               ADD 1 TO WS-TRANS-FAILED
                           NOT INVALID KEY
                               DISPLAY 'MANDATE STATUS SET TO '
                                   MD-STATUS ' :' MN-ACCOUNT-NO
                               ADD 1 TO WS-STATUS-CHANGES
                       END-REWRITE
                   END-IF
           END-READ.

       4000-VALIDATE-TRAN-FIELDS.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           IF MN-PAYER-BANK NOT NUMERIC OR MN-PAYER-BANK = ZERO
                   OR MN-PAYER-BRANCH NOT NUMERIC
                   OR MN-PAYER-ACCOUNT = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'M001' TO WS-REJECT-CODE
               MOVE 'MISSING PAYER BANK ACCOUNT' TO WS-REJECT-TEXT
           END-IF
           IF RECORD-IS-VALID
               IF MN-PAYER-NAME = SPACES OR MN-PAYER-TAX-ID = SPACES
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'M002' TO WS-REJECT-CODE
                   MOVE 'MISSING PAYER NAME OR TAX ID'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF MN-START-DATE NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID
               ELSE
                   IF MN-START-DATE NOT = ZERO
                       PERFORM 4300-VALIDATE-CALENDAR-DATE
                       IF NOT VALID-CALENDAR-DATE
                           MOVE 'N' TO WS-RECORD-VALID
                       END-IF
                   END-IF
               END-IF
               IF NOT RECORD-IS-VALID
                   MOVE 'M003' TO WS-REJECT-CODE
                   MOVE 'BAD START DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF.

       4100-CHECK-LOAN.
           MOVE MN-ACCOUNT-NO TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'M004' TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'M005' TO WS-REJECT-CODE
                       MOVE 'LOAN PAID OFF OR WRITTEN OFF'
                           TO WS-REJECT-TEXT
                   END-IF
           END-READ.

       4300-VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-VALID-DATE-SWITCH
           MOVE MN-START-DATE(1:4) TO WS-CHECK-YEAR
           MOVE MN-START-DATE(5:2) TO WS-CHECK-MONTH
           MOVE MN-START-DATE(7:2) TO WS-CHECK-DAY
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               MOVE 'N' TO WS-VALID-DATE-SWITCH
           ELSE
               EVALUATE WS-CHECK-MONTH
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DAYS-IN-MONTH
                   WHEN 2
                       IF FUNCTION MOD(WS-CHECK-YEAR, 400) = 0
                       OR (FUNCTION MOD(WS-CHECK-YEAR, 4) = 0 AND
                           FUNCTION MOD(WS-CHECK-YEAR, 100) NOT = 0)
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DAYS-IN-MONTH
               END-EVALUATE
               IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
                   MOVE 'N' TO WS-VALID-DATE-SWITCH
               END-IF
           END-IF.

       5100-MOVE-TRAN-TO-MASTER.
           MOVE MN-PAYER-BANK       TO MD-PAYER-BANK
           MOVE MN-PAYER-BRANCH     TO MD-PAYER-BRANCH
           MOVE MN-PAYER-ACCOUNT    TO MD-PAYER-ACCOUNT
           MOVE MN-PAYER-NAME       TO MD-PAYER-NAME
           MOVE MN-PAYER-TAX-ID     TO MD-PAYER-TAX-ID.

       9000-TERMINATE.
           DISPLAY 'TRANSACTIONS READ  : ' WS-TRANS-READ
           DISPLAY 'MANDATES ADDED     : ' WS-MANDATES-ADDED
           DISPLAY 'MANDATES CHANGED   : ' WS-MANDATES-CHANGED
           DISPLAY 'STATUS CHANGES     : ' WS-STATUS-CHANGES
           DISPLAY 'TRANSACTIONS FAILED: ' WS-TRANS-FAILED
           CLOSE TRAN-FILE
           CLOSE LOAN-MASTER
           CLOSE MANDATE-MASTER.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'MANDATOS' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-MANDATES-ADDED + WS-MANDATES-CHANGED +
               WS-STATUS-CHANGES
           MOVE WS-TRANS-FAILED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
