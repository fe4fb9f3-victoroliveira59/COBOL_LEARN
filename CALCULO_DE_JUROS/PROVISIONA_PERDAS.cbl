      *****************************************************************
      * Program name:    PROVISIONA-PERDAS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: month-end loan-loss provisioning.
      *                  Every outstanding loan on the master is
      *                  rated from its days past due (earliest
      *                  unpaid due date on OVERDUEDD) against the
      *                  PRVPCTDD rating table; the borrower takes
      *                  the rating of the worst account, so one
      *                  customer carries one rating, and the
      *                  rating's percentage of the master balance
      *                  is the provision.  Writes the provision
      *                  file (loan detail plus the per-currency
      *                  change LANCA-RAZAO journals), appends the
      *                  month to the rating history and reports
      *                  the rating migration against last month.
      * 15/10/26 MAINT   Rating month from the PRVMESDD card
      *                  (default run month), so a run early next month
      *                  rates the month that closed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROVISIONA-PERDAS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT MONTH-CONTROL-FILE ASSIGN TO PRVMESDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MONTH-STATUS.
         SELECT PROVISION-TABLE-FILE ASSIGN TO PRVPCTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PCT-STATUS.
         SELECT OVERDUE-FILE ASSIGN TO OVERDUEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVERDUE-STATUS.
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
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT HISTORY-FILE ASSIGN TO RATHSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.
         SELECT PROVISION-FILE ASSIGN TO PROVDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO PRVRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  MONTH-CONTROL-FILE
            RECORDING MODE IS F.
        COPY PRVMES.

        FD  PROVISION-TABLE-FILE
            RECORDING MODE IS F.
        COPY PROVPCT.

        FD  OVERDUE-FILE
            RECORDING MODE IS F.
        COPY OVERDUE.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  HISTORY-FILE
            RECORDING MODE IS F.
        COPY RATHIST.

        FD  PROVISION-FILE
            RECORDING MODE IS F.
        COPY PROVREC.

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

        COPY CURRTAB.
        01  WS-FLAGS.
            05  WS-PCT-STATUS           PIC X(02).
            05  WS-OVERDUE-STATUS       PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-HISTORY-STATUS       PIC X(02).
            05  WS-EOF-PCT              PIC X(01) VALUE 'N'.
                88  EOF-PCT                        VALUE 'Y'.
            05  WS-EOF-OVERDUE          PIC X(01) VALUE 'N'.
                88  EOF-OVERDUE                    VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-EOF-HISTORY          PIC X(01) VALUE 'N'.
                88  EOF-HISTORY                    VALUE 'Y'.
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-CUSTOMER-FOUND       PIC X(01) VALUE 'N'.
                88  CUSTOMER-FOUND                 VALUE 'Y'.
            05  WS-TALLY-FOUND          PIC X(01) VALUE 'N'.
                88  TALLY-FOUND                    VALUE 'Y'.

      *    The rating scale in ascending severity.  Per-rating
      *    totals for the summary ride on the same entry.
        01  WS-RATING-TABLE.
            05  WS-RATING-COUNT         PIC 9(02) VALUE ZERO.
            05  WS-RATING-ENTRY OCCURS 1 TO 12 TIMES
                    DEPENDING ON WS-RATING-COUNT
                    INDEXED BY RATE-IDX.
                10  WS-RT-RATING        PIC X(02).
                10  WS-RT-MIN-DAYS      PIC 9(05).
                10  WS-RT-PCT           PIC 9(03)V99.
                10  WS-RT-CUSTOMERS     PIC 9(05).
                10  WS-RT-LOANS         PIC 9(05).
                10  WS-RT-BASE-BALANCE  PIC 9(13)V99.
                10  WS-RT-BASE-PROVISION PIC 9(13)V99.

        01  WS-OVERDUE-TABLE.
            05  WS-OVD-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-OVD-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-OVD-COUNT
                    INDEXED BY OVD-IDX.
                10  WS-OVD-ACCOUNT-NO   PIC X(10).
                10  WS-OVD-EARLIEST-DUE PIC 9(08).

      *    One entry per borrower: last month's rating from the
      *    history file and this month's worst-account rating (as
      *    a rating-table subscript, zero when none).
        01  WS-CUSTOMER-TABLE.
            05  WS-CUST-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-CUST-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON WS-CUST-COUNT
                    INDEXED BY CUST-IDX.
                10  WS-CUST-ID          PIC 9(5).
                10  WS-CUST-PRIOR-RATING PIC X(02).
                10  WS-CUST-RATING-SUB  PIC 9(02).
                10  WS-CUST-WORST-DAYS  PIC 9(05).

        01  WS-PROVISION-TALLY.
            05  WS-TALLY-COUNT          PIC 9(03) VALUE ZERO.
            05  WS-TALLY-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-TALLY-COUNT
                    INDEXED BY TALLY-IDX.
                10  WS-TALLY-CURRENCY   PIC X(03).
                10  WS-TALLY-CURRENT    PIC 9(11)V99.
                10  WS-TALLY-PRIOR      PIC 9(11)V99.

      *    Rating migration counts: rows are last month's rating
      *    (the extra row is borrowers new this month), columns
      *    this month's (the extra column is borrowers gone).
        01  WS-MIGRATION-MATRIX.
            05  WS-MIG-ROW OCCURS 13 TIMES.
                10  WS-MIG-CELL         PIC 9(05) OCCURS 13 TIMES.

        01  WS-WORK-FIELDS.
            05  WS-RATING-MONTH         PIC 9(06) VALUE ZERO.
            05  WS-PRIOR-MONTH          PIC 9(06) VALUE ZERO.
            05  WS-RUN-MONTH            PIC 9(06) VALUE ZERO.
            05  WS-MONTH-STATUS         PIC X(02).
            05  WS-DAYS-PAST-DUE        PIC 9(05).
            05  WS-DAYS-WORK            PIC S9(7).
            05  WS-LOAN-RATING-SUB      PIC 9(02).
            05  WS-PRIOR-SUB            PIC 9(02).
            05  WS-WANTED-CUSTOMER-ID   PIC 9(5).
            05  WS-WANTED-CURRENCY      PIC X(03).
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-BASE-BALANCE         PIC 9(11)V99.
            05  WS-NEW-ROW              PIC 9(02).
            05  WS-GONE-COL             PIC 9(02).
            05  WS-ROW-SUB              PIC 9(02).
            05  WS-COL-SUB              PIC 9(02).
            05  WS-COL-POS              PIC 9(02).
            05  WS-MIGRATION-TEXT       PIC X(09).

        01  WS-CONTROL-TOTALS.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-RATED          PIC 9(7)  VALUE ZERO.
            05  WS-DETAILS-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-CUSTOMERS-RATED      PIC 9(7)  VALUE ZERO.
            05  WS-DOWNGRADES           PIC 9(7)  VALUE ZERO.
            05  WS-UPGRADES             PIC 9(7)  VALUE ZERO.
            05  WS-BASE-CURRENT-TOTAL   PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-PRIOR-TOTAL     PIC 9(11)V99 VALUE ZERO.
            05  WS-BASE-CHANGE          PIC S9(11)V99 VALUE ZERO.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).
        01  WS-TODAY-INT                PIC S9(9).

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-SIGNED          PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-PCT             PIC ZZ9.99.
            05  WS-EDIT-CELL            PIC ZZZZ9.
            05  WS-EDIT-MIG-CELL        PIC ZZZ9.
            05  WS-EDIT-MONTH           PIC 9(06).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RATE-LOANS UNTIL EOF-LOAN
           PERFORM 3000-PROVISION-LOANS
           PERFORM 4000-WRITE-CHANGE-RECORDS
           PERFORM 5000-WRITE-PROVISION-REPORT
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
           COMPUTE WS-RUN-MONTH =
               WS-SYSTEM-DATE-YEAR * 100 + WS-SYSTEM-DATE-MONTH
           MOVE WS-RUN-MONTH TO WS-RATING-MONTH
           PERFORM 1050-READ-MONTH-CARD
           PERFORM 1100-LOAD-PROVISION-TABLE
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1300-LOAD-OVERDUE-POSITIONS
           PERFORM 1400-LOAD-PRIOR-RATINGS
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
                   WS-CUSTMAST-STATUS
           END-IF
           OPEN OUTPUT PROVISION-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 2100-READ-LOAN.

      *    The month-end run usually goes on the first days of the
      *    next month, so operations give the month being closed; a
      *    month after the run date cannot be provisioned yet.
       1050-READ-MONTH-CARD.
           OPEN INPUT MONTH-CONTROL-FILE
           IF WS-MONTH-STATUS = '00'
               READ MONTH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PW-RATING-MONTH IS NUMERIC
                               AND PW-RATING-MONTH > ZERO
                           MOVE PW-RATING-MONTH TO WS-RATING-MONTH
                       END-IF
               END-READ
               CLOSE MONTH-CONTROL-FILE
           END-IF
           IF WS-RATING-MONTH > WS-RUN-MONTH
                   OR WS-RATING-MONTH (5:2) < '01'
                   OR WS-RATING-MONTH (5:2) > '12'
               DISPLAY 'INVALID RATING MONTH ' WS-RATING-MONTH
                   ' ON PRVMESDD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Finance owns the rating scale and its percentages: no
      *    table, no provision.  The cards must climb in severity,
      *    since a loan takes the last rating whose day floor it
      *    has reached.
       1100-LOAD-PROVISION-TABLE.
           MOVE ZERO TO WS-RATING-COUNT
           MOVE 'N' TO WS-EOF-PCT
           OPEN INPUT PROVISION-TABLE-FILE
           IF WS-PCT-STATUS NOT = '00'
               DISPLAY 'PROVISION TABLE MISSING, STATUS='
                   WS-PCT-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-PCT
               READ PROVISION-TABLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PCT
                   NOT AT END
                       PERFORM 1150-ADD-RATING
               END-READ
           END-PERFORM
           CLOSE PROVISION-TABLE-FILE
           IF WS-RATING-COUNT = ZERO
               DISPLAY 'PROVISION TABLE EMPTY - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-ADD-RATING.
           IF PP-MIN-DAYS-PAST-DUE NOT NUMERIC
                   OR PP-PROVISION-PCT NOT NUMERIC
                   OR PP-PROVISION-PCT > 100
               DISPLAY 'BAD PROVISION CARD, RATING ' PP-RISK-RATING
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATING-COUNT > ZERO
               IF PP-MIN-DAYS-PAST-DUE <
                       WS-RT-MIN-DAYS (WS-RATING-COUNT)
                   DISPLAY 'PROVISION TABLE OUT OF ORDER AT RATING '
                       PP-RISK-RATING ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-RATING-COUNT < 12
               ADD 1 TO WS-RATING-COUNT
               INITIALIZE WS-RATING-ENTRY (WS-RATING-COUNT)
               MOVE PP-RISK-RATING TO WS-RT-RATING (WS-RATING-COUNT)
               MOVE PP-MIN-DAYS-PAST-DUE TO
                   WS-RT-MIN-DAYS (WS-RATING-COUNT)
               MOVE PP-PROVISION-PCT TO WS-RT-PCT (WS-RATING-COUNT)
           ELSE
               DISPLAY 'PROVISION TABLE FULL, RATING '
                   PP-RISK-RATING ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

      *    Without tonight's aging every loan would rate as current
      *    and the allowance would collapse - never run past that.
       1300-LOAD-OVERDUE-POSITIONS.
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

      *    The history is appended a month at a time, so the last
      *    month below this one is last month's baseline.  This
      *    month already on file means the run has been made: a
      *    second pass would double the history and re-post the
      *    provision change, so it is refused.
       1400-LOAD-PRIOR-RATINGS.
           MOVE ZERO TO WS-PRIOR-MONTH
           MOVE 'N' TO WS-EOF-HISTORY
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-HISTORY
           ELSE
               PERFORM UNTIL EOF-HISTORY
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-HISTORY
                       NOT AT END
                           PERFORM 1450-KEEP-PRIOR-RATING
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       1450-KEEP-PRIOR-RATING.
           IF RH-RATING-MONTH NOT < WS-RATING-MONTH
               DISPLAY 'RATINGS FOR ' RH-RATING-MONTH
                   ' ALREADY ON HISTORY - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RH-RATING-MONTH > WS-PRIOR-MONTH
               MOVE RH-RATING-MONTH TO WS-PRIOR-MONTH
               MOVE ZERO TO WS-CUST-COUNT
               MOVE ZERO TO WS-TALLY-COUNT
               MOVE ZERO TO WS-BASE-PRIOR-TOTAL
           END-IF
           IF RH-RATING-MONTH = WS-PRIOR-MONTH
               MOVE RH-CUSTOMER-ID TO WS-WANTED-CUSTOMER-ID
               PERFORM 2500-LOCATE-CUSTOMER
               MOVE RH-RISK-RATING TO WS-CUST-PRIOR-RATING (CUST-IDX)
               MOVE RH-CURRENCY-CODE TO WS-WANTED-CURRENCY
               PERFORM 3300-LOCATE-TALLY
               ADD RH-PROVISION-AMT TO WS-TALLY-PRIOR (TALLY-IDX)
               ADD RH-BASE-PROVISION-AMT TO WS-BASE-PRIOR-TOTAL
           END-IF.

      *    Pass one: rate every outstanding loan by its own days
      *    past due and keep the worst rating per borrower.
      *    Paid-off and written-off loans carry no allowance (the
      *    write-off itself absorbed the loss).
       2000-RATE-LOANS.
           IF LF-HEADER-KEY OR LF-TRAILER-KEY
               CONTINUE
           ELSE
               ADD 1 TO WS-LOANS-READ
               IF LI-PRINCIPAL IS NUMERIC
                       AND NOT LI-STAT-PAID-OFF
                       AND NOT LI-STAT-WRITTEN-OFF
                   PERFORM 2200-COMPUTE-DAYS-PAST-DUE
                   PERFORM 2300-RATE-BY-DAYS
                   PERFORM 2400-KEEP-WORST-RATING
               END-IF
           END-IF
           PERFORM 2100-READ-LOAN.

       2100-READ-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LOAN
           END-READ.

       2200-COMPUTE-DAYS-PAST-DUE.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           IF WS-OVD-COUNT > ZERO
               SET OVD-IDX TO 1
               SEARCH WS-OVD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVD-ACCOUNT-NO (OVD-IDX) = LI-ACCOUNT-NO
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

       2300-RATE-BY-DAYS.
           MOVE 1 TO WS-LOAN-RATING-SUB
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATING-COUNT
               IF WS-DAYS-PAST-DUE NOT < WS-RT-MIN-DAYS (RATE-IDX)
                   SET WS-LOAN-RATING-SUB TO RATE-IDX
               END-IF
           END-PERFORM.

       2400-KEEP-WORST-RATING.
           MOVE LI-CUSTOMER-ID TO WS-WANTED-CUSTOMER-ID
           PERFORM 2500-LOCATE-CUSTOMER
           IF WS-CUST-RATING-SUB (CUST-IDX) = ZERO
               ADD 1 TO WS-CUSTOMERS-RATED
           END-IF
           IF WS-LOAN-RATING-SUB > WS-CUST-RATING-SUB (CUST-IDX)
               MOVE WS-LOAN-RATING-SUB TO WS-CUST-RATING-SUB (CUST-IDX)
           END-IF
           IF WS-DAYS-PAST-DUE > WS-CUST-WORST-DAYS (CUST-IDX)
               MOVE WS-DAYS-PAST-DUE TO WS-CUST-WORST-DAYS (CUST-IDX)
           END-IF.

      *    Leaves CUST-IDX on the borrower's entry, adding it when
      *    the borrower is not yet in the table.
       2500-LOCATE-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND
           IF WS-CUST-COUNT > ZERO
               SET CUST-IDX TO 1
               SEARCH WS-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUST-ID (CUST-IDX) = WS-WANTED-CUSTOMER-ID
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
               END-SEARCH
           END-IF
           IF NOT CUSTOMER-FOUND
               IF WS-CUST-COUNT < 1000
                   ADD 1 TO WS-CUST-COUNT
                   INITIALIZE WS-CUST-ENTRY (WS-CUST-COUNT)
                   MOVE WS-WANTED-CUSTOMER-ID TO
                       WS-CUST-ID (WS-CUST-COUNT)
                   MOVE SPACES TO WS-CUST-PRIOR-RATING (WS-CUST-COUNT)
                   SET CUST-IDX TO WS-CUST-COUNT
               ELSE
                   DISPLAY 'CUSTOMER TABLE FULL, CUSTOMER '
                       WS-WANTED-CUSTOMER-ID ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Pass two: every outstanding loan provisions at its
      *    borrower's rating, one detail and one history record
      *    each.
       3000-PROVISION-LOANS.
           CLOSE LOAN-MASTER
           OPEN INPUT LOAN-MASTER
           OPEN EXTEND HISTORY-FILE
           MOVE 'N' TO WS-EOF-LOAN
           PERFORM 2100-READ-LOAN
           PERFORM UNTIL EOF-LOAN
               IF LF-HEADER-KEY OR LF-TRAILER-KEY
                   CONTINUE
               ELSE
                   IF LI-PRINCIPAL IS NUMERIC
                           AND NOT LI-STAT-PAID-OFF
                           AND NOT LI-STAT-WRITTEN-OFF
                       PERFORM 3100-PROVISION-ONE-LOAN
                   END-IF
               END-IF
               PERFORM 2100-READ-LOAN
           END-PERFORM
           CLOSE HISTORY-FILE.

       3100-PROVISION-ONE-LOAN.
           ADD 1 TO WS-LOANS-RATED
           PERFORM 2200-COMPUTE-DAYS-PAST-DUE
           PERFORM 2300-RATE-BY-DAYS
           MOVE LI-CUSTOMER-ID TO WS-WANTED-CUSTOMER-ID
           PERFORM 2500-LOCATE-CUSTOMER
           SET RATE-IDX TO WS-CUST-RATING-SUB (CUST-IDX)
           PERFORM 3200-LOOKUP-CURRENCY
           MOVE SPACES TO PROVISION-DETAIL-RECORD
           MOVE 'D' TO PN-RECORD-TYPE
           MOVE WS-RATING-MONTH TO PN-RATING-MONTH
           MOVE LI-ACCOUNT-NO TO PN-ACCOUNT-NO
           MOVE LI-CUSTOMER-ID TO PN-CUSTOMER-ID
           MOVE LI-CURRENCY-CODE TO PN-CURRENCY-CODE
           MOVE LI-PRODUCT-CODE TO PN-PRODUCT-CODE
           MOVE WS-DAYS-PAST-DUE TO PN-DAYS-PAST-DUE
           MOVE WS-RT-RATING (WS-LOAN-RATING-SUB) TO PN-LOAN-RATING
           MOVE WS-RT-RATING (RATE-IDX) TO PN-RISK-RATING
           MOVE WS-RT-PCT (RATE-IDX) TO PN-PROVISION-PCT
           MOVE LI-PRINCIPAL TO PN-BALANCE
           COMPUTE PN-PROVISION-AMT ROUNDED =
               LI-PRINCIPAL * WS-RT-PCT (RATE-IDX) / 100
           COMPUTE PN-BASE-PROVISION-AMT ROUNDED =
               PN-PROVISION-AMT * WS-CONVERSION-RATE
           COMPUTE WS-BASE-BALANCE ROUNDED =
               LI-PRINCIPAL * WS-CONVERSION-RATE
           WRITE PROVISION-DETAIL-RECORD
           ADD 1 TO WS-DETAILS-WRITTEN
           ADD 1 TO WS-RT-LOANS (RATE-IDX)
           ADD WS-BASE-BALANCE TO WS-RT-BASE-BALANCE (RATE-IDX)
           ADD PN-BASE-PROVISION-AMT TO WS-RT-BASE-PROVISION (RATE-IDX)
           ADD PN-BASE-PROVISION-AMT TO WS-BASE-CURRENT-TOTAL
           MOVE LI-CURRENCY-CODE TO WS-WANTED-CURRENCY
           PERFORM 3300-LOCATE-TALLY
           ADD PN-PROVISION-AMT TO WS-TALLY-CURRENT (TALLY-IDX)
           PERFORM 3400-WRITE-HISTORY.

       3200-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           MOVE 1 TO WS-CONVERSION-RATE
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = LI-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF.

      *    Leaves TALLY-IDX on the currency's provision tally,
      *    adding it when the currency is new.
       3300-LOCATE-TALLY.
           MOVE 'N' TO WS-TALLY-FOUND
           IF WS-TALLY-COUNT > ZERO
               SET TALLY-IDX TO 1
               SEARCH WS-TALLY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TALLY-CURRENCY (TALLY-IDX) =
                           WS-WANTED-CURRENCY
                       MOVE 'Y' TO WS-TALLY-FOUND
               END-SEARCH
           END-IF
           IF NOT TALLY-FOUND
               IF WS-TALLY-COUNT < 100
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-WANTED-CURRENCY TO
                       WS-TALLY-CURRENCY (WS-TALLY-COUNT)
                   MOVE ZERO TO WS-TALLY-CURRENT (WS-TALLY-COUNT)
                   MOVE ZERO TO WS-TALLY-PRIOR (WS-TALLY-COUNT)
                   SET TALLY-IDX TO WS-TALLY-COUNT
               ELSE
                   DISPLAY 'PROVISION TALLY FULL, CURRENCY '
                       WS-WANTED-CURRENCY ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3400-WRITE-HISTORY.
           MOVE WS-RATING-MONTH TO RH-RATING-MONTH
           MOVE LI-ACCOUNT-NO TO RH-ACCOUNT-NO
           MOVE LI-CUSTOMER-ID TO RH-CUSTOMER-ID
           MOVE LI-CURRENCY-CODE TO RH-CURRENCY-CODE
           MOVE PN-RISK-RATING TO RH-RISK-RATING
           MOVE WS-DAYS-PAST-DUE TO RH-DAYS-PAST-DUE
           MOVE LI-PRINCIPAL TO RH-BALANCE
           MOVE PN-PROVISION-AMT TO RH-PROVISION-AMT
           MOVE PN-BASE-PROVISION-AMT TO RH-BASE-PROVISION-AMT
           MOVE WS-TODAY-DATE TO RH-RUN-DATE
           WRITE RATING-HISTORY-RECORD.

      *    One change record per currency held this month or last,
      *    then the base consolidation.  A currency whose loans
      *    have all gone releases last month's provision in full.
       4000-WRITE-CHANGE-RECORDS.
           PERFORM VARYING TALLY-IDX FROM 1 BY 1
                   UNTIL TALLY-IDX > WS-TALLY-COUNT
               MOVE SPACES TO PROVISION-CHANGE-RECORD
               MOVE 'C' TO PC-RECORD-TYPE
               MOVE WS-RATING-MONTH TO PC-RATING-MONTH
               MOVE WS-TALLY-CURRENCY (TALLY-IDX) TO PC-CURRENCY-CODE
               MOVE WS-TALLY-CURRENT (TALLY-IDX)
                   TO PC-CURRENT-PROVISION
               MOVE WS-TALLY-PRIOR (TALLY-IDX) TO PC-PRIOR-PROVISION
               COMPUTE PC-PROVISION-CHANGE =
                   WS-TALLY-CURRENT (TALLY-IDX) -
                   WS-TALLY-PRIOR (TALLY-IDX)
               WRITE PROVISION-CHANGE-RECORD
           END-PERFORM
           COMPUTE WS-BASE-CHANGE =
               WS-BASE-CURRENT-TOTAL - WS-BASE-PRIOR-TOTAL
           MOVE SPACES TO PROVISION-CHANGE-RECORD
           MOVE 'C' TO PC-RECORD-TYPE
           MOVE WS-RATING-MONTH TO PC-RATING-MONTH
           MOVE 'BAS' TO PC-CURRENCY-CODE
           MOVE WS-BASE-CURRENT-TOTAL TO PC-CURRENT-PROVISION
           MOVE WS-BASE-PRIOR-TOTAL TO PC-PRIOR-PROVISION
           MOVE WS-BASE-CHANGE TO PC-PROVISION-CHANGE
           WRITE PROVISION-CHANGE-RECORD.

       5000-WRITE-PROVISION-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE 'PROVISIONA-PERDAS LOAN-LOSS PROVISION BY RISK RATING'
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RATING-MONTH TO WS-EDIT-MONTH
           MOVE SPACES TO REPORT-LINE
           STRING 'RATING MONTH       : ' WS-EDIT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-PRIOR-MONTH = ZERO
               MOVE 'PRIOR MONTH        : NONE ON HISTORY'
                   TO REPORT-LINE
           ELSE
               MOVE WS-PRIOR-MONTH TO WS-EDIT-MONTH
               STRING 'PRIOR MONTH        : ' WS-EDIT-MONTH
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           PERFORM 5100-PRINT-RATING-SUMMARY
           PERFORM 5200-PRINT-MIGRATIONS
           PERFORM 5300-PRINT-MIGRATION-MATRIX

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-RATED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS PROVISIONED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CUSTOMERS-RATED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMERS RATED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DOWNGRADES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DOWNGRADES         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UPGRADES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'UPGRADES           : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BASE-CURRENT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PROVISION (BASE)   : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BASE-PRIOR-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PRIOR MONTH (BASE) : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-BASE-CHANGE TO WS-EDIT-SIGNED
           MOVE SPACES TO REPORT-LINE
           STRING 'CHANGE TO POST     : ' WS-EDIT-SIGNED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5100-PRINT-RATING-SUMMARY.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF WS-CUST-RATING-SUB (CUST-IDX) > ZERO
                   ADD 1 TO WS-RT-CUSTOMERS
                       (WS-CUST-RATING-SUB (CUST-IDX))
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'RATING' TO REPORT-LINE (1:6)
           MOVE 'PCT' TO REPORT-LINE (9:3)
           MOVE 'CUSTS' TO REPORT-LINE (14:5)
           MOVE 'LOANS' TO REPORT-LINE (21:5)
           MOVE 'BALANCE (BASE)' TO REPORT-LINE (30:14)
           MOVE 'PROVISION (BASE)' TO REPORT-LINE (47:16)
           WRITE REPORT-LINE
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATING-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RT-RATING (RATE-IDX) TO REPORT-LINE (1:2)
               MOVE WS-RT-PCT (RATE-IDX) TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO REPORT-LINE (6:6)
               MOVE WS-RT-CUSTOMERS (RATE-IDX) TO WS-EDIT-CELL
               MOVE WS-EDIT-CELL TO REPORT-LINE (14:5)
               MOVE WS-RT-LOANS (RATE-IDX) TO WS-EDIT-CELL
               MOVE WS-EDIT-CELL TO REPORT-LINE (21:5)
               MOVE WS-RT-BASE-BALANCE (RATE-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE (27:17)
               MOVE WS-RT-BASE-PROVISION (RATE-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO REPORT-LINE (46:17)
               WRITE REPORT-LINE
           END-PERFORM.

      *    Every borrower whose rating moved, plus those new this
      *    month and those gone since last month.
       5200-PRINT-MIGRATIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'RATING MIGRATIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-NEW-ROW = WS-RATING-COUNT + 1
           COMPUTE WS-GONE-COL = WS-RATING-COUNT + 1
           INITIALIZE WS-MIGRATION-MATRIX
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               PERFORM 5250-CLASSIFY-MIGRATION
           END-PERFORM.

       5250-CLASSIFY-MIGRATION.
           MOVE ZERO TO WS-PRIOR-SUB
           IF WS-CUST-PRIOR-RATING (CUST-IDX) NOT = SPACES
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX > WS-RATING-COUNT
                   IF WS-RT-RATING (RATE-IDX) =
                           WS-CUST-PRIOR-RATING (CUST-IDX)
                       SET WS-PRIOR-SUB TO RATE-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PRIOR-SUB = ZERO
               MOVE WS-NEW-ROW TO WS-ROW-SUB
           ELSE
               MOVE WS-PRIOR-SUB TO WS-ROW-SUB
           END-IF
           IF WS-CUST-RATING-SUB (CUST-IDX) = ZERO
               MOVE WS-GONE-COL TO WS-COL-SUB
           ELSE
               MOVE WS-CUST-RATING-SUB (CUST-IDX) TO WS-COL-SUB
           END-IF
           ADD 1 TO WS-MIG-CELL (WS-ROW-SUB WS-COL-SUB)
           MOVE SPACES TO WS-MIGRATION-TEXT
           EVALUATE TRUE
               WHEN WS-CUST-RATING-SUB (CUST-IDX) = ZERO
                   MOVE 'GONE' TO WS-MIGRATION-TEXT
               WHEN WS-PRIOR-SUB = ZERO
                   MOVE 'NEW' TO WS-MIGRATION-TEXT
               WHEN WS-CUST-RATING-SUB (CUST-IDX) > WS-PRIOR-SUB
                   MOVE 'DOWNGRADE' TO WS-MIGRATION-TEXT
                   ADD 1 TO WS-DOWNGRADES
               WHEN WS-CUST-RATING-SUB (CUST-IDX) < WS-PRIOR-SUB
                   MOVE 'UPGRADE' TO WS-MIGRATION-TEXT
                   ADD 1 TO WS-UPGRADES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MIGRATION-TEXT NOT = SPACES
               PERFORM 5270-PRINT-ONE-MIGRATION
           END-IF.

       5270-PRINT-ONE-MIGRATION.
           MOVE WS-CUST-ID (CUST-IDX) TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER MASTER' TO CM-NAME
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUST-ID (CUST-IDX)
               ' ' CM-NAME (1:20)
               '  FROM ' WS-CUST-PRIOR-RATING (CUST-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-CUST-RATING-SUB (CUST-IDX) > ZERO
               MOVE '  TO ' TO REPORT-LINE (37:5)
               MOVE WS-RT-RATING (WS-CUST-RATING-SUB (CUST-IDX))
                   TO REPORT-LINE (42:2)
               MOVE WS-CUST-WORST-DAYS (CUST-IDX) TO WS-EDIT-CELL
               MOVE WS-EDIT-CELL TO REPORT-LINE (45:5)
               MOVE 'DPD' TO REPORT-LINE (51:3)
           END-IF
           MOVE WS-MIGRATION-TEXT TO REPORT-LINE (56:9)
           WRITE REPORT-LINE.

      *    Rows: last month's rating (NEW = not rated last month);
      *    columns: this month's (GONE = no longer outstanding).
       5300-PRINT-MIGRATION-MATRIX.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'MIGRATION MATRIX (CUSTOMERS, FROM ROW TO COLUMN)'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'FROM' TO REPORT-LINE (1:4)
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATING-COUNT
               SET WS-COL-SUB TO RATE-IDX
               COMPUTE WS-COL-POS = 8 + (WS-COL-SUB - 1) * 5 + 2
               MOVE WS-RT-RATING (RATE-IDX)
                   TO REPORT-LINE (WS-COL-POS:2)
           END-PERFORM
           COMPUTE WS-COL-POS = 8 + (WS-GONE-COL - 1) * 5
           MOVE 'GONE' TO REPORT-LINE (WS-COL-POS:4)
           WRITE REPORT-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-NEW-ROW
               MOVE SPACES TO REPORT-LINE
               IF WS-ROW-SUB = WS-NEW-ROW
                   MOVE 'NEW' TO REPORT-LINE (1:3)
               ELSE
                   MOVE WS-RT-RATING (WS-ROW-SUB) TO REPORT-LINE (1:2)
               END-IF
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-GONE-COL
                   COMPUTE WS-COL-POS = 8 + (WS-COL-SUB - 1) * 5
                   MOVE WS-MIG-CELL (WS-ROW-SUB WS-COL-SUB)
                       TO WS-EDIT-MIG-CELL
                   MOVE WS-EDIT-MIG-CELL TO REPORT-LINE (WS-COL-POS:4)
               END-PERFORM
               WRITE REPORT-LINE
           END-PERFORM.

       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE PROVISION-FILE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'PROVISAO' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           MOVE WS-DETAILS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
