      *****************************************************************
      * Program name:    MANTEM-PARTICIPACOES
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: loan participation maintenance.
      *                  Add/change/buy-back transactions from
      *                  PARTTRNDD against the indexed PARTMSTDD
      *                  participation master, in the MANTEM-
      *                  MANDATOS style.  Shares can only be sold on
      *                  a loan on the master that is not paid-off
      *                  or written-off; every participant needs a
      *                  code and a share, no code twice, and the
      *                  shares sold must leave us part of the loan.
      *                  A buy-back keeps the record, marked, so the
      *                  history of who held the loan stays on file.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTEM-PARTICIPACOES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT TRAN-FILE ASSIGN TO PARTTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            RECORDING MODE IS F.
        COPY PARTTRN.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

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
            05  WS-PART-STATUS          PIC X(02).
            05  WS-PART-ON-FILE         PIC X(01) VALUE 'N'.
                88  PART-ON-FILE                   VALUE 'Y'.

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-REJECT-CODE          PIC X(04).
            05  WS-REJECT-TEXT          PIC X(30).

      *    The participants on the transaction, blank slots dropped,
      *    as they will go onto the master.
        01  WS-PARTICIPANT-FIELDS.
            05  WS-NEW-COUNT            PIC 9(01) VALUE ZERO.
            05  WS-NEW-SOLD-PCT         PIC 9(3)V9(4) VALUE ZERO.
            05  WS-NEW-PARTICIPANT OCCURS 5 TIMES
                    INDEXED BY NEW-IDX.
                10  WS-NEW-PART-CODE    PIC X(08).
                10  WS-NEW-PART-NAME    PIC X(30).
                10  WS-NEW-SHARE-PCT    PIC 9(3)V9(4).
            05  WS-DUP-SUB              PIC 9(01).

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
            05  WS-SALES-ADDED          PIC 9(7)  VALUE ZERO.
            05  WS-SALES-CHANGED        PIC 9(7)  VALUE ZERO.
            05  WS-BUY-BACKS            PIC 9(7)  VALUE ZERO.
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
           OPEN I-O PARTICIPATION-MASTER
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTMSTDD, STATUS='
                   WS-PART-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           PERFORM 2100-READ-TRAN.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           EVALUATE TRUE
               WHEN PQ-ACCOUNT-NO = '0000000000'
                   OR PQ-ACCOUNT-NO = '9999999999'
                   DISPLAY 'RESERVED ACCOUNT NUMBER   :'
                       PQ-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN PQ-ADD
                   PERFORM 3000-ADD-PARTICIPATION
               WHEN PQ-CHANGE
                   PERFORM 3100-CHANGE-PARTICIPATION
               WHEN PQ-BUY-BACK
                   PERFORM 3200-BUY-BACK-PARTICIPATION
               WHEN OTHER
                   DISPLAY 'BAD TRAN CODE             :' PQ-TRAN-CODE
                   ADD 1 TO WS-TRANS-FAILED
           END-EVALUATE
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

      *    A loan bought back may be sold again; any participation
      *    still active on file is a duplicate.
       3000-ADD-PARTICIPATION.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF RECORD-IS-VALID
               PERFORM 4100-CHECK-LOAN
           END-IF
           IF RECORD-IS-VALID
               MOVE PQ-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       MOVE 'N' TO WS-PART-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PART-ON-FILE
                       IF PM-ACTIVE
                           MOVE 'N' TO WS-RECORD-VALID
                           MOVE 'P009' TO WS-REJECT-CODE
                           MOVE 'PARTICIPATION ALREADY ON FILE'
                               TO WS-REJECT-TEXT
                       END-IF
               END-READ
           END-IF
           IF NOT RECORD-IS-VALID
               DISPLAY 'ADD FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' PQ-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE PQ-ACCOUNT-NO TO PM-ACCOUNT-NO
               PERFORM 5100-MOVE-TRAN-TO-MASTER
               IF PQ-SOLD-DATE = ZERO
                   MOVE WS-TODAY-DATE TO PM-SOLD-DATE
               ELSE
                   MOVE PQ-SOLD-DATE TO PM-SOLD-DATE
               END-IF
               MOVE 'A' TO PM-STATUS
               MOVE WS-TODAY-DATE TO PM-LAST-CHANGE-DATE
               IF PART-ON-FILE
                   REWRITE PARTICIPATION-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE PARTICIPATION-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF WS-PART-STATUS NOT = '00'
                   DISPLAY 'ADD FAILED - STATUS=' WS-PART-STATUS
                       ' :' PQ-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               ELSE
                   DISPLAY 'PARTICIPATION ADDED       :'
                       PQ-ACCOUNT-NO ' SOLD ' PM-SOLD-PCT
                   ADD 1 TO WS-SALES-ADDED
               END-IF
           END-IF.

      *    A change replaces the participant list and shares; the
      *    sale date moves only when one is given.
       3100-CHANGE-PARTICIPATION.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF NOT RECORD-IS-VALID
               DISPLAY 'CHANGE FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' PQ-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE PQ-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       DISPLAY 'CHANGE FAILED - NOT FOUND :'
                           PQ-ACCOUNT-NO
                       ADD 1 TO WS-TRANS-FAILED
                   NOT INVALID KEY
                       IF NOT PM-ACTIVE
                           DISPLAY 'CHANGE FAILED - BOUGHT BACK:'
                               PQ-ACCOUNT-NO
                           ADD 1 TO WS-TRANS-FAILED
                       ELSE
                           PERFORM 3150-REWRITE-CHANGE
                       END-IF
               END-READ
           END-IF.

       3150-REWRITE-CHANGE.
           PERFORM 5100-MOVE-TRAN-TO-MASTER
           IF PQ-SOLD-DATE NOT = ZERO
               MOVE PQ-SOLD-DATE TO PM-SOLD-DATE
           END-IF
           MOVE WS-TODAY-DATE TO PM-LAST-CHANGE-DATE
           REWRITE PARTICIPATION-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CHANGE FAILED - STATUS='
                       WS-PART-STATUS ' :' PQ-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               NOT INVALID KEY
                   DISPLAY 'PARTICIPATION CHANGED     :'
                       PQ-ACCOUNT-NO ' SOLD ' PM-SOLD-PCT
                   ADD 1 TO WS-SALES-CHANGED
           END-REWRITE.

      *    The participants' list stays on the record for the
      *    history; the status alone stops the split.
       3200-BUY-BACK-PARTICIPATION.
           MOVE PQ-ACCOUNT-NO TO PM-ACCOUNT-NO
           READ PARTICIPATION-MASTER
               KEY IS PM-ACCOUNT-NO
               INVALID KEY
                   DISPLAY 'BUY-BACK FAILED - NOT FOUND :'
                       PQ-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               NOT INVALID KEY
                   IF PM-BOUGHT-BACK
                       DISPLAY 'BUY-BACK FAILED - ALREADY :'
                           PQ-ACCOUNT-NO
                       ADD 1 TO WS-TRANS-FAILED
                   ELSE
                       MOVE 'B' TO PM-STATUS
                       MOVE WS-TODAY-DATE TO PM-LAST-CHANGE-DATE
                       REWRITE PARTICIPATION-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'BUY-BACK FAILED - STATUS='
                                   WS-PART-STATUS ' :'
                                   PQ-ACCOUNT-NO
                               ADD 1 TO WS-TRANS-FAILED
                           NOT INVALID KEY
                               DISPLAY 'PARTICIPATION BOUGHT BACK :'
                                   PQ-ACCOUNT-NO
                               ADD 1 TO WS-BUY-BACKS
                       END-REWRITE
                   END-IF
           END-READ.

       4000-VALIDATE-TRAN-FIELDS.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-NEW-SOLD-PCT
           PERFORM VARYING PQ-IDX FROM 1 BY 1
                   UNTIL PQ-IDX > 5 OR NOT RECORD-IS-VALID
               PERFORM 4050-EDIT-ONE-PARTICIPANT
           END-PERFORM
           IF RECORD-IS-VALID
               IF WS-NEW-COUNT = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P004' TO WS-REJECT-CODE
                   MOVE 'NO PARTICIPANTS' TO WS-REJECT-TEXT
               END-IF
           END-IF
      *    Selling the whole loan is a sale, not a participation:
      *    we must keep a share of what we service.
           IF RECORD-IS-VALID
               IF WS-NEW-SOLD-PCT NOT < 100
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P005' TO WS-REJECT-CODE
                   MOVE 'SHARES SOLD 100 PCT OR MORE'
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF PQ-SOLD-DATE NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID
               ELSE
                   IF PQ-SOLD-DATE NOT = ZERO
                       PERFORM 4300-VALIDATE-CALENDAR-DATE
                       IF NOT VALID-CALENDAR-DATE
                           MOVE 'N' TO WS-RECORD-VALID
                       END-IF
                   END-IF
               END-IF
               IF NOT RECORD-IS-VALID
                   MOVE 'P006' TO WS-REJECT-CODE
                   MOVE 'BAD SALE DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF.

      *    A blank slot is skipped; a filled one needs a share and
      *    a code not already taken on this transaction.
       4050-EDIT-ONE-PARTICIPANT.
           IF PQ-PART-CODE (PQ-IDX) = SPACES
               IF PQ-SHARE-PCT (PQ-IDX) IS NUMERIC
                       AND PQ-SHARE-PCT (PQ-IDX) > ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P001' TO WS-REJECT-CODE
                   MOVE 'SHARE WITHOUT PARTICIPANT CODE'
                       TO WS-REJECT-TEXT
               END-IF
           ELSE
               IF PQ-SHARE-PCT (PQ-IDX) NOT NUMERIC
                       OR PQ-SHARE-PCT (PQ-IDX) = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P002' TO WS-REJECT-CODE
                   MOVE 'MISSING PARTICIPANT SHARE'
                       TO WS-REJECT-TEXT
               ELSE
                   PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                           UNTIL WS-DUP-SUB > WS-NEW-COUNT
                       IF WS-NEW-PART-CODE (WS-DUP-SUB) =
                               PQ-PART-CODE (PQ-IDX)
                           MOVE 'N' TO WS-RECORD-VALID
                           MOVE 'P003' TO WS-REJECT-CODE
                           MOVE 'PARTICIPANT CODE REPEATED'
                               TO WS-REJECT-TEXT
                       END-IF
                   END-PERFORM
                   IF RECORD-IS-VALID
                       ADD 1 TO WS-NEW-COUNT
                       MOVE PQ-PART-CODE (PQ-IDX)
                           TO WS-NEW-PART-CODE (WS-NEW-COUNT)
                       MOVE PQ-PART-NAME (PQ-IDX)
                           TO WS-NEW-PART-NAME (WS-NEW-COUNT)
                       MOVE PQ-SHARE-PCT (PQ-IDX)
                           TO WS-NEW-SHARE-PCT (WS-NEW-COUNT)
                       ADD PQ-SHARE-PCT (PQ-IDX) TO WS-NEW-SOLD-PCT
                   END-IF
               END-IF
           END-IF.

       4100-CHECK-LOAN.
           MOVE PQ-ACCOUNT-NO TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'P007' TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'P008' TO WS-REJECT-CODE
                       MOVE 'LOAN PAID OFF OR WRITTEN OFF'
                           TO WS-REJECT-TEXT
                   END-IF
           END-READ.

       4300-VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-VALID-DATE-SWITCH
           MOVE PQ-SOLD-DATE(1:4) TO WS-CHECK-YEAR
           MOVE PQ-SOLD-DATE(5:2) TO WS-CHECK-MONTH
           MOVE PQ-SOLD-DATE(7:2) TO WS-CHECK-DAY
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
           MOVE WS-NEW-COUNT TO PM-PARTICIPANT-COUNT
           MOVE WS-NEW-SOLD-PCT TO PM-SOLD-PCT
           PERFORM VARYING NEW-IDX FROM 1 BY 1 UNTIL NEW-IDX > 5
               IF NEW-IDX > WS-NEW-COUNT
                   MOVE SPACES TO PM-PART-CODE (NEW-IDX)
                   MOVE SPACES TO PM-PART-NAME (NEW-IDX)
                   MOVE ZERO TO PM-SHARE-PCT (NEW-IDX)
               ELSE
                   MOVE WS-NEW-PART-CODE (NEW-IDX)
                       TO PM-PART-CODE (NEW-IDX)
                   MOVE WS-NEW-PART-NAME (NEW-IDX)
                       TO PM-PART-NAME (NEW-IDX)
                   MOVE WS-NEW-SHARE-PCT (NEW-IDX)
                       TO PM-SHARE-PCT (NEW-IDX)
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           DISPLAY 'TRANSACTIONS READ  : ' WS-TRANS-READ
           DISPLAY 'SALES ADDED        : ' WS-SALES-ADDED
           DISPLAY 'SALES CHANGED      : ' WS-SALES-CHANGED
           DISPLAY 'BUY-BACKS          : ' WS-BUY-BACKS
           DISPLAY 'TRANSACTIONS FAILED: ' WS-TRANS-FAILED
           CLOSE TRAN-FILE
           CLOSE LOAN-MASTER
           CLOSE PARTICIPATION-MASTER.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'PARTICIP' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-SALES-ADDED + WS-SALES-CHANGED + WS-BUY-BACKS
           MOVE WS-TRANS-FAILED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
