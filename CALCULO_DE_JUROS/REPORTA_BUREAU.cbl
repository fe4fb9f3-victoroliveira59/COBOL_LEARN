      *****************************************************************
      * Program name:    REPORTA-BUREAU
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: monthly credit-bureau reporting
      *                  file.  Joins the loan master, the overdue
      *                  positions on OVERDUEDD, the write-offs on
      *                  RECOVDD and the customer master into the
      *                  bureau's fixed layout: member header, one
      *                  segment per loan with balance, status, days
      *                  past due bucket and write-off amount under
      *                  the borrower's external ID, and a trailer
      *                  with the segment count and balance total.
      *                  Borrowers missing identifying data are left
      *                  out and listed on the exceptions report.
      *                  Paid-off and written-off loans are sent
      *                  once with their closing status and kept on
      *                  the BURCLSDD register so they are not sent
      *                  again.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPORTA-BUREAU.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO BURCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT OVERDUE-FILE ASSIGN TO OVERDUEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVERDUE-STATUS.
         SELECT RECOVERY-FILE ASSIGN TO RECOVDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECOVERY-STATUS.
         SELECT CLOSED-IN-FILE ASSIGN TO BURCLSDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLOSED-STATUS.
         SELECT CLOSED-FILE ASSIGN TO BURCLSDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT BUREAU-FILE ASSIGN TO BUREAUDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO BURRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY BURCTL.

        FD  OVERDUE-FILE
            RECORDING MODE IS F.
        COPY OVERDUE.

        FD  RECOVERY-FILE
            RECORDING MODE IS F.
        COPY RECOVTRK.

        FD  CLOSED-IN-FILE
            RECORDING MODE IS F.
        COPY BURCLS REPLACING BUREAU-CLOSED-RECORD BY
            CLOSED-IN-RECORD,
            BZ-ACCOUNT-NO BY BQ-ACCOUNT-NO,
            BZ-CLOSING-STATUS BY BQ-CLOSING-STATUS,
            BZ-REFERENCE-MONTH BY BQ-REFERENCE-MONTH.

        FD  CLOSED-FILE
            RECORDING MODE IS F.
        COPY BURCLS.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  BUREAU-FILE
            RECORDING MODE IS F.
        COPY BURSEG.

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

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-OVERDUE-STATUS       PIC X(02).
            05  WS-RECOVERY-STATUS      PIC X(02).
            05  WS-CLOSED-STATUS        PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-EOF-OVERDUE          PIC X(01) VALUE 'N'.
                88  EOF-OVERDUE                    VALUE 'Y'.
            05  WS-EOF-RECOVERY         PIC X(01) VALUE 'N'.
                88  EOF-RECOVERY                   VALUE 'Y'.
            05  WS-EOF-CLOSED           PIC X(01) VALUE 'N'.
                88  EOF-CLOSED                     VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-CUSTOMER-FOUND       PIC X(01) VALUE 'N'.
                88  CUSTOMER-FOUND                 VALUE 'Y'.
            05  WS-ALREADY-CLOSED       PIC X(01) VALUE 'N'.
                88  ALREADY-CLOSED                 VALUE 'Y'.
            05  WS-CLOSED-THIS-MONTH    PIC X(01) VALUE 'N'.
                88  CLOSED-THIS-MONTH              VALUE 'Y'.

        01  WS-BUREAU-FIELDS.
            05  WS-MEMBER-CODE          PIC X(08) VALUE SPACES.
            05  WS-REFERENCE-MONTH      PIC 9(06) VALUE ZERO.

        01  WS-OVERDUE-TABLE.
            05  WS-OVD-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-OVD-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-OVD-COUNT
                    INDEXED BY OVD-IDX.
                10  WS-OVD-ACCOUNT-NO   PIC X(10).
                10  WS-OVD-AMOUNT       PIC 9(11)V99.
                10  WS-OVD-EARLIEST-DUE PIC 9(08).

      *    Principal written off per account, summed from the 'W'
      *    records on RECOVDD (recoveries do not reduce it).
        01  WS-WRITEOFF-TABLE.
            05  WS-WOF-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-WOF-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-WOF-COUNT
                    INDEXED BY WOF-IDX.
                10  WS-WOF-ACCOUNT-NO   PIC X(10).
                10  WS-WOF-AMOUNT       PIC 9(11)V99.

        01  WS-CLOSED-TABLE.
            05  WS-CLS-COUNT            PIC 9(05) VALUE ZERO.
            05  WS-CLS-ENTRY OCCURS 1 TO 20000 TIMES
                    DEPENDING ON WS-CLS-COUNT
                    INDEXED BY CLS-IDX.
                10  WS-CLS-ACCOUNT-NO   PIC X(10).
                10  WS-CLS-MONTH        PIC 9(06).

      *    Loans closed this run, appended to the register once the
      *    bureau file is complete.
        01  WS-NEW-CLOSED-TABLE.
            05  WS-NEWCLS-COUNT         PIC 9(04) VALUE ZERO.
            05  WS-NEWCLS-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-NEWCLS-COUNT
                    INDEXED BY NEWCLS-IDX.
                10  WS-NEWCLS-ACCOUNT-NO PIC X(10).
                10  WS-NEWCLS-STATUS    PIC X(01).

        01  WS-WORK-FIELDS.
            05  WS-DAYS-PAST-DUE        PIC 9(05).
            05  WS-DAYS-WORK            PIC S9(7).
            05  WS-OVERDUE-AMOUNT       PIC 9(11)V99.
            05  WS-WRITEOFF-AMOUNT      PIC 9(11)V99.
            05  WS-EXCEPTION-TEXT       PIC X(30).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).
        01  WS-TODAY-INT                PIC S9(9).

        01  WS-CONTROL-TOTALS.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-SEGMENTS-WRITTEN     PIC 9(7)  VALUE ZERO.
            05  WS-CLOSINGS-WRITTEN     PIC 9(7)  VALUE ZERO.
            05  WS-CLOSED-SKIPPED       PIC 9(7)  VALUE ZERO.
            05  WS-EXCEPTIONS           PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-BALANCE        PIC 9(13)V99 VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOANS UNTIL EOF-LOAN
           PERFORM 5000-WRITE-TRAILER
           PERFORM 5100-APPEND-CLOSED-REGISTER
           PERFORM 6000-WRITE-CONTROL-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-REFERENCE-MONTH =
               WS-SYSTEM-DATE-YEAR * 100 + WS-SYSTEM-DATE-MONTH
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-LOAD-OVERDUE-POSITIONS
           PERFORM 1300-LOAD-WRITE-OFFS
           PERFORM 1400-LOAD-CLOSED-REGISTER
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'REPORTA-BUREAU CREDIT BUREAU EXCEPTIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1500-WRITE-HEADER
           PERFORM 2100-READ-LOAN.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BU-MEMBER-CODE TO WS-MEMBER-CODE
                       IF BU-REFERENCE-MONTH IS NUMERIC
                               AND BU-REFERENCE-MONTH > ZERO
                           MOVE BU-REFERENCE-MONTH
                               TO WS-REFERENCE-MONTH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-MEMBER-CODE = SPACES
               DISPLAY 'NO BUREAU MEMBER CODE ON BURCTLDD'
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Without tonight's aging every loan would go to the
      *    bureau as current - never run past that.
       1200-LOAD-OVERDUE-POSITIONS.
           MOVE ZERO TO WS-OVD-COUNT
           MOVE 'N' TO WS-EOF-OVERDUE
           OPEN INPUT OVERDUE-FILE
           IF WS-OVERDUE-STATUS NOT = '00'
               DISPLAY 'NO OVERDUE FILE, STATUS=' WS-OVERDUE-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OVERDUE
               READ OVERDUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-OVERDUE
                   NOT AT END
                       IF WS-OVD-COUNT < 2000
                           ADD 1 TO WS-OVD-COUNT
                           MOVE OV-ACCOUNT-NO TO
                               WS-OVD-ACCOUNT-NO (WS-OVD-COUNT)
                           MOVE OV-OVERDUE-AMOUNT TO
                               WS-OVD-AMOUNT (WS-OVD-COUNT)
                           MOVE OV-EARLIEST-DUE-DATE TO
                               WS-OVD-EARLIEST-DUE (WS-OVD-COUNT)
                       ELSE
                           DISPLAY 'OVERDUE TABLE FULL, ACCOUNT '
                               OV-ACCOUNT-NO ' - RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERDUE-FILE.

      *    No recovery file simply means nothing has ever been
      *    written off.
       1300-LOAD-WRITE-OFFS.
           MOVE ZERO TO WS-WOF-COUNT
           MOVE 'N' TO WS-EOF-RECOVERY
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-RECOVERY
           END-IF
           PERFORM UNTIL EOF-RECOVERY
               READ RECOVERY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RECOVERY
                   NOT AT END
                       IF RV-WRITE-OFF
                           PERFORM 1350-ADD-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECOVERY-STATUS = '00' OR WS-RECOVERY-STATUS = '10'
               CLOSE RECOVERY-FILE
           END-IF.

       1350-ADD-WRITE-OFF.
           SET WOF-IDX TO 1
           IF WS-WOF-COUNT > ZERO
               SEARCH WS-WOF-ENTRY
                   AT END
                       SET WOF-IDX TO WS-WOF-COUNT
                       SET WOF-IDX UP BY 1
                   WHEN WS-WOF-ACCOUNT-NO (WOF-IDX) = RV-ACCOUNT-NO
                       CONTINUE
               END-SEARCH
           END-IF
           IF WOF-IDX > WS-WOF-COUNT
               IF WS-WOF-COUNT < 2000
                   ADD 1 TO WS-WOF-COUNT
                   SET WOF-IDX TO WS-WOF-COUNT
                   MOVE RV-ACCOUNT-NO TO WS-WOF-ACCOUNT-NO (WOF-IDX)
                   MOVE ZERO TO WS-WOF-AMOUNT (WOF-IDX)
               ELSE
                   DISPLAY 'WRITE-OFF TABLE FULL, ACCOUNT '
                       RV-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD RV-AMOUNT TO WS-WOF-AMOUNT (WOF-IDX).

      *    Closings registered under this same reference month are
      *    from an earlier run of this month: a rerun sends them
      *    again, so the corrected file stays complete, but does
      *    not register them twice.
       1400-LOAD-CLOSED-REGISTER.
           MOVE ZERO TO WS-CLS-COUNT
           MOVE 'N' TO WS-EOF-CLOSED
           OPEN INPUT CLOSED-IN-FILE
           IF WS-CLOSED-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-CLOSED
           END-IF
           PERFORM UNTIL EOF-CLOSED
               READ CLOSED-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CLOSED
                   NOT AT END
                       PERFORM 1450-KEEP-CLOSED-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-CLOSED-STATUS = '00' OR WS-CLOSED-STATUS = '10'
               CLOSE CLOSED-IN-FILE
           END-IF.

       1450-KEEP-CLOSED-ACCOUNT.
           IF WS-CLS-COUNT < 20000
               ADD 1 TO WS-CLS-COUNT
               MOVE BQ-ACCOUNT-NO TO WS-CLS-ACCOUNT-NO (WS-CLS-COUNT)
               MOVE BQ-REFERENCE-MONTH TO WS-CLS-MONTH (WS-CLS-COUNT)
           ELSE
               DISPLAY 'CLOSED REGISTER TABLE FULL, ACCOUNT '
                   BQ-ACCOUNT-NO ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-WRITE-HEADER.
           MOVE SPACES TO BUREAU-SEGMENT-RECORD
           MOVE '0' TO BS-RECORD-TYPE
           MOVE WS-MEMBER-CODE TO BS-MEMBER-CODE
           MOVE WS-REFERENCE-MONTH TO BS-REFERENCE-MONTH
           MOVE ZERO TO BS-BALANCE
           MOVE ZERO TO BS-DPD-BUCKET
           MOVE ZERO TO BS-OVERDUE-AMOUNT
           MOVE ZERO TO BS-WRITEOFF-AMOUNT
           MOVE ZERO TO BS-RECORD-COUNT
           MOVE ZERO TO BS-TOTAL-BALANCE
           WRITE BUREAU-SEGMENT-RECORD.

      *    Open loans go every month; closed loans go once, the
      *    month the closing is first seen, then never again.
       2000-PROCESS-LOANS.
           IF LF-HEADER-KEY OR LF-TRAILER-KEY
               CONTINUE
           ELSE
               ADD 1 TO WS-LOANS-READ
               MOVE 'N' TO WS-ALREADY-CLOSED
               MOVE 'N' TO WS-CLOSED-THIS-MONTH
               IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
                   PERFORM 2200-CHECK-CLOSED-REGISTER
               END-IF
               IF ALREADY-CLOSED
                   ADD 1 TO WS-CLOSED-SKIPPED
               ELSE
                   PERFORM 2300-LOOKUP-BORROWER
                   PERFORM 2400-EDIT-BORROWER
                   IF WS-EXCEPTION-TEXT = SPACES
                       PERFORM 3000-WRITE-LOAN-SEGMENT
                   ELSE
                       PERFORM 3900-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-LOAN.

       2100-READ-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LOAN
           END-READ.

       2200-CHECK-CLOSED-REGISTER.
           IF WS-CLS-COUNT > ZERO
               SET CLS-IDX TO 1
               SEARCH WS-CLS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLS-ACCOUNT-NO (CLS-IDX) = LI-ACCOUNT-NO
                       IF WS-CLS-MONTH (CLS-IDX) = WS-REFERENCE-MONTH
                           MOVE 'Y' TO WS-CLOSED-THIS-MONTH
                       ELSE
                           MOVE 'Y' TO WS-ALREADY-CLOSED
                       END-IF
               END-SEARCH
           END-IF.

       2300-LOOKUP-BORROWER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           MOVE LI-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-FOUND
           END-READ.

      *    The bureau matches on the external ID and the name; a
      *    segment without either would be refused or, worse,
      *    posted against someone else.
       2400-EDIT-BORROWER.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           EVALUATE TRUE
               WHEN NOT CUSTOMER-FOUND
                   MOVE 'NOT ON CUSTOMER MASTER' TO WS-EXCEPTION-TEXT
               WHEN CM-EXTERNAL-ID = SPACES
                   MOVE 'NO EXTERNAL ID' TO WS-EXCEPTION-TEXT
               WHEN CM-NAME = SPACES
                   MOVE 'NO BORROWER NAME' TO WS-EXCEPTION-TEXT
               WHEN LI-PRINCIPAL NOT NUMERIC
                   MOVE 'INVALID BALANCE ON MASTER'
                       TO WS-EXCEPTION-TEXT
           END-EVALUATE.

       3000-WRITE-LOAN-SEGMENT.
           PERFORM 3100-COMPUTE-DAYS-PAST-DUE
           PERFORM 3200-FIND-WRITE-OFF
           MOVE SPACES TO BUREAU-SEGMENT-RECORD
           MOVE '1' TO BS-RECORD-TYPE
           MOVE WS-MEMBER-CODE TO BS-MEMBER-CODE
           MOVE WS-REFERENCE-MONTH TO BS-REFERENCE-MONTH
           MOVE CM-EXTERNAL-ID TO BS-BORROWER-EXT-ID
           MOVE CM-NAME TO BS-BORROWER-NAME
           MOVE LI-ACCOUNT-NO TO BS-ACCOUNT-NO
           MOVE LI-CURRENCY-CODE TO BS-CURRENCY-CODE
           EVALUATE TRUE
               WHEN LI-STAT-PAID-OFF
                   MOVE 'P' TO BS-STATUS
               WHEN LI-STAT-WRITTEN-OFF
                   MOVE 'W' TO BS-STATUS
               WHEN LI-STAT-SUSPENDED
                   MOVE 'S' TO BS-STATUS
               WHEN OTHER
                   MOVE 'A' TO BS-STATUS
           END-EVALUATE
           IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
               MOVE ZERO TO BS-BALANCE
           ELSE
               MOVE LI-PRINCIPAL TO BS-BALANCE
           END-IF
           PERFORM 3300-SET-DPD-BUCKET
           MOVE WS-OVERDUE-AMOUNT TO BS-OVERDUE-AMOUNT
           MOVE WS-WRITEOFF-AMOUNT TO BS-WRITEOFF-AMOUNT
           MOVE ZERO TO BS-RECORD-COUNT
           MOVE ZERO TO BS-TOTAL-BALANCE
           WRITE BUREAU-SEGMENT-RECORD
           ADD 1 TO WS-SEGMENTS-WRITTEN
           ADD BS-BALANCE TO WS-TOTAL-BALANCE
           IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
               ADD 1 TO WS-CLOSINGS-WRITTEN
               IF NOT CLOSED-THIS-MONTH
                   PERFORM 3400-KEEP-NEW-CLOSING
               END-IF
           END-IF.

       3100-COMPUTE-DAYS-PAST-DUE.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE ZERO TO WS-OVERDUE-AMOUNT
           IF WS-OVD-COUNT > ZERO
               SET OVD-IDX TO 1
               SEARCH WS-OVD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVD-ACCOUNT-NO (OVD-IDX) = LI-ACCOUNT-NO
                       MOVE WS-OVD-AMOUNT (OVD-IDX)
                           TO WS-OVERDUE-AMOUNT
                       IF WS-OVD-EARLIEST-DUE (OVD-IDX) IS NUMERIC
                               AND WS-OVD-EARLIEST-DUE (OVD-IDX)
                                   > ZERO
                           COMPUTE WS-DAYS-WORK = WS-TODAY-INT -
                               FUNCTION INTEGER-OF-DATE
                                   (WS-OVD-EARLIEST-DUE (OVD-IDX))
                           IF WS-DAYS-WORK > 99999
                               MOVE 99999 TO WS-DAYS-PAST-DUE
                           ELSE
                               IF WS-DAYS-WORK > ZERO
                                   MOVE WS-DAYS-WORK
                                       TO WS-DAYS-PAST-DUE
                               END-IF
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

       3200-FIND-WRITE-OFF.
           MOVE ZERO TO WS-WRITEOFF-AMOUNT
           IF WS-WOF-COUNT > ZERO
               SET WOF-IDX TO 1
               SEARCH WS-WOF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WOF-ACCOUNT-NO (WOF-IDX) = LI-ACCOUNT-NO
                       MOVE WS-WOF-AMOUNT (WOF-IDX)
                           TO WS-WRITEOFF-AMOUNT
               END-SEARCH
           END-IF.

       3300-SET-DPD-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = ZERO
                   MOVE 0 TO BS-DPD-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 30
                   MOVE 1 TO BS-DPD-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 60
                   MOVE 2 TO BS-DPD-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 90
                   MOVE 3 TO BS-DPD-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 180
                   MOVE 4 TO BS-DPD-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 360
                   MOVE 5 TO BS-DPD-BUCKET
               WHEN OTHER
                   MOVE 6 TO BS-DPD-BUCKET
           END-EVALUATE.

       3400-KEEP-NEW-CLOSING.
           IF WS-NEWCLS-COUNT < 2000
               ADD 1 TO WS-NEWCLS-COUNT
               MOVE LI-ACCOUNT-NO
                   TO WS-NEWCLS-ACCOUNT-NO (WS-NEWCLS-COUNT)
               MOVE BS-STATUS TO WS-NEWCLS-STATUS (WS-NEWCLS-COUNT)
           ELSE
               DISPLAY 'NEW CLOSINGS TABLE FULL, ACCOUNT '
                   LI-ACCOUNT-NO ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A closed loan held back here stays off the register, so
      *    it goes with its closing status once the data is fixed.
       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNT ' LI-ACCOUNT-NO
               ' BORROWER ' LI-CUSTOMER-ID
               ' NOT REPORTED - ' WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-WRITE-TRAILER.
           MOVE SPACES TO BUREAU-SEGMENT-RECORD
           MOVE '9' TO BS-RECORD-TYPE
           MOVE WS-MEMBER-CODE TO BS-MEMBER-CODE
           MOVE WS-REFERENCE-MONTH TO BS-REFERENCE-MONTH
           MOVE ZERO TO BS-BALANCE
           MOVE ZERO TO BS-DPD-BUCKET
           MOVE ZERO TO BS-OVERDUE-AMOUNT
           MOVE ZERO TO BS-WRITEOFF-AMOUNT
           MOVE WS-SEGMENTS-WRITTEN TO BS-RECORD-COUNT
           MOVE WS-TOTAL-BALANCE TO BS-TOTAL-BALANCE
           WRITE BUREAU-SEGMENT-RECORD.

       5100-APPEND-CLOSED-REGISTER.
           IF WS-NEWCLS-COUNT > ZERO
               OPEN EXTEND CLOSED-FILE
               PERFORM VARYING NEWCLS-IDX FROM 1 BY 1
                       UNTIL NEWCLS-IDX > WS-NEWCLS-COUNT
                   MOVE WS-NEWCLS-ACCOUNT-NO (NEWCLS-IDX)
                       TO BZ-ACCOUNT-NO
                   MOVE WS-NEWCLS-STATUS (NEWCLS-IDX)
                       TO BZ-CLOSING-STATUS
                   MOVE WS-REFERENCE-MONTH TO BZ-REFERENCE-MONTH
                   WRITE BUREAU-CLOSED-RECORD
               END-PERFORM
               CLOSE CLOSED-FILE
           END-IF.

       6000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SEGMENTS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SEGMENTS WRITTEN   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CLOSINGS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  OF WHICH CLOSINGS: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CLOSED-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED EARLIER     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT REPORTED       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BALANCE REPORTED    : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE BUREAU-FILE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'BUREAU  ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           MOVE WS-SEGMENTS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
