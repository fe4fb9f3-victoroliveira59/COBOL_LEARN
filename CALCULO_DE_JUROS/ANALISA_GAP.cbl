      *****************************************************************
      * Program name:    ANALISA-GAP
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: repricing and maturity gap report
      *                  for asset-liability management.  Outstanding
      *                  principal on the loan master is placed in
      *                  time buckets (0-30 days through over 3
      *                  years): index-linked loans by their next
      *                  repricing date, which is the next installment
      *                  date on the AMORTDD schedule, and fixed-rate
      *                  loans by the principal portions of their
      *                  remaining schedule lines.  Totals break down
      *                  by currency and product in original currency
      *                  and in base through CURRDD, and the same
      *                  figures go to the GAPEXTDD extract for the
      *                  treasury model.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ANALISA-GAP.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AMORT-FILE ASSIGN TO AMORTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AMORT-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT EXTRACT-FILE ASSIGN TO GAPEXTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO GAPRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  EXTRACT-FILE
            RECORDING MODE IS F.
        COPY GAPEXT.
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

        COPY CURRTAB.
        01  WS-FLAGS.
            05  WS-AMORT-STATUS         PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-EOF-AMORT            PIC X(01) VALUE 'N'.
                88  EOF-AMORT                      VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-SCHEDULE-FOUND       PIC X(01) VALUE 'N'.
                88  SCHEDULE-FOUND                 VALUE 'Y'.

      *    The treasury time buckets, in days from the run date.
        01  WS-BUCKET-DEFINITIONS.
            05  FILLER                  PIC X(22)
                    VALUE '00000000300-30 DAYS   '.
            05  FILLER                  PIC X(22)
                    VALUE '000310009031-90 DAYS  '.
            05  FILLER                  PIC X(22)
                    VALUE '000910018091-180 DAYS '.
            05  FILLER                  PIC X(22)
                    VALUE '0018100365181-365 DAYS'.
            05  FILLER                  PIC X(22)
                    VALUE '00366010951-3 YEARS   '.
            05  FILLER                  PIC X(22)
                    VALUE '0109699999OVER 3 YEARS'.
        01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-DEFINITIONS.
            05  WS-BUCKET-ENTRY OCCURS 6 TIMES.
                10  WS-BKT-FROM-DAYS    PIC 9(05).
                10  WS-BKT-TO-DAYS      PIC 9(05).
                10  WS-BKT-LABEL        PIC X(12).

      *    Remaining schedule per account from AMORTDD: the next
      *    installment date and the principal falling due in each
      *    bucket.
        01  WS-SCHEDULE-TABLE.
            05  WS-SCH-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-SCH-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-SCH-COUNT
                    INDEXED BY SCH-IDX.
                10  WS-SCH-ACCOUNT-NO   PIC X(10).
                10  WS-SCH-NEXT-DUE     PIC 9(08).
                10  WS-SCH-PRINCIPAL    PIC 9(11)V99 OCCURS 6 TIMES.

      *    One entry per currency, product and rate basis.
        01  WS-GAP-TABLE.
            05  WS-GAP-COUNT            PIC 9(03) VALUE ZERO.
            05  WS-GAP-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON WS-GAP-COUNT
                    INDEXED BY GAP-IDX.
                10  WS-GAP-CURRENCY     PIC X(03).
                10  WS-GAP-PRODUCT      PIC X(04).
                10  WS-GAP-BASIS        PIC X(01).
                10  WS-GAP-PRINCIPAL    PIC 9(13)V99 OCCURS 6 TIMES.
                10  WS-GAP-BASE         PIC 9(13)V99 OCCURS 6 TIMES.

        01  WS-BASE-BUCKET-TOTALS.
            05  WS-TOTAL-BASE           PIC 9(13)V99 OCCURS 6 TIMES.

        01  WS-LOAN-BUCKETS.
            05  WS-LOAN-AMOUNT          PIC 9(11)V99 OCCURS 6 TIMES.

        01  WS-WORK-FIELDS.
            05  WS-PREV-ACCOUNT-NO      PIC X(10) VALUE SPACES.
            05  WS-DAYS-WORK            PIC S9(7).
            05  WS-BKT-SUB              PIC 9(02).
            05  WS-RATE-BASIS           PIC X(01).
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-SCHEDULED-TOTAL      PIC 9(11)V99.
            05  WS-EXCESS               PIC 9(11)V99.
            05  WS-BASE-AMOUNT          PIC 9(13)V99.
            05  WS-CUMULATIVE-BASE      PIC 9(13)V99.
            05  WS-BASIS-TEXT           PIC X(12).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).
        01  WS-TODAY-INT                PIC S9(9).

        01  WS-CONTROL-TOTALS.
            05  WS-SCHED-LINES-READ     PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-BUCKETED       PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-NO-SCHEDULE    PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-NO-CURRENCY    PIC 9(7)  VALUE ZERO.
            05  WS-EXTRACT-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-EXTRACT-HASH         PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-AMOUNT-2        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SCHEDULE UNTIL EOF-AMORT
           PERFORM 3000-BUCKET-LOANS UNTIL EOF-LOAN
           PERFORM 5000-WRITE-EXTRACT
           PERFORM 6000-WRITE-GAP-REPORT
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
           PERFORM 1100-LOAD-CURRENCY-TABLE
           INITIALIZE WS-BASE-BUCKET-TOTALS
           OPEN INPUT AMORT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'NO AMORTIZATION SCHEDULE, STATUS='
                   WS-AMORT-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'ANALISA-GAP REPRICING AND MATURITY GAP AS OF '
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-AMORT
           PERFORM 3100-READ-LOAN.

       1100-LOAD-CURRENCY-TABLE.
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

      *    Pass one: the schedule lines still to fall due, summed
      *    per account into the bucket of their due date.  Lines
      *    already past due are left out; whatever principal they
      *    still carry is picked up against the balance in pass two.
       2000-LOAD-SCHEDULE.
           ADD 1 TO WS-SCHED-LINES-READ
           IF AO-ACCOUNT-NO NOT = WS-PREV-ACCOUNT-NO
               MOVE AO-ACCOUNT-NO TO WS-PREV-ACCOUNT-NO
               PERFORM 2200-LOCATE-SCHEDULE
           END-IF
           IF AO-DUE-DATE IS NUMERIC
                   AND AO-DUE-DATE NOT < WS-TODAY-DATE
               IF WS-SCH-NEXT-DUE (SCH-IDX) = ZERO
                       OR AO-DUE-DATE < WS-SCH-NEXT-DUE (SCH-IDX)
                   MOVE AO-DUE-DATE TO WS-SCH-NEXT-DUE (SCH-IDX)
               END-IF
               COMPUTE WS-DAYS-WORK =
                   FUNCTION INTEGER-OF-DATE(AO-DUE-DATE) -
                   WS-TODAY-INT
               PERFORM 2300-FIND-BUCKET
               ADD AO-PRINCIPAL-PORTION
                   TO WS-SCH-PRINCIPAL (SCH-IDX, WS-BKT-SUB)
           END-IF
           PERFORM 2100-READ-AMORT.

       2100-READ-AMORT.
           READ AMORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AMORT
           END-READ.

       2200-LOCATE-SCHEDULE.
           SET SCH-IDX TO 1
           IF WS-SCH-COUNT > ZERO
               SEARCH WS-SCH-ENTRY
                   AT END
                       SET SCH-IDX TO WS-SCH-COUNT
                       SET SCH-IDX UP BY 1
                   WHEN WS-SCH-ACCOUNT-NO (SCH-IDX) = AO-ACCOUNT-NO
                       CONTINUE
               END-SEARCH
           END-IF
           IF SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-COUNT < 2000
                   ADD 1 TO WS-SCH-COUNT
                   SET SCH-IDX TO WS-SCH-COUNT
                   INITIALIZE WS-SCH-ENTRY (SCH-IDX)
                   MOVE AO-ACCOUNT-NO TO WS-SCH-ACCOUNT-NO (SCH-IDX)
               ELSE
                   DISPLAY 'SCHEDULE TABLE FULL, ACCOUNT '
                       AO-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Days from today in WS-DAYS-WORK to a bucket subscript;
      *    anything due now or overdue falls in the first bucket.
       2300-FIND-BUCKET.
           MOVE 1 TO WS-BKT-SUB
           IF WS-DAYS-WORK > ZERO
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB = 6
                       OR WS-DAYS-WORK NOT > WS-BKT-TO-DAYS (WS-BKT-SUB)
                   CONTINUE
               END-PERFORM
           END-IF.

      *    Pass two: every outstanding loan.  Paid-off and written-
      *    off loans carry no principal for the gap.
       3000-BUCKET-LOANS.
           IF LF-HEADER-KEY OR LF-TRAILER-KEY
               CONTINUE
           ELSE
               ADD 1 TO WS-LOANS-READ
               IF LI-PRINCIPAL IS NUMERIC
                       AND LI-PRINCIPAL > ZERO
                       AND NOT LI-STAT-PAID-OFF
                       AND NOT LI-STAT-WRITTEN-OFF
                   PERFORM 3200-LOOKUP-CURRENCY
                   IF CURRENCY-FOUND
                       PERFORM 3300-SPREAD-LOAN
                       PERFORM 3600-ADD-TO-GAP-TABLE
                       ADD 1 TO WS-LOANS-BUCKETED
                   ELSE
                       ADD 1 TO WS-LOANS-NO-CURRENCY
                       MOVE SPACES TO REPORT-LINE
                       STRING 'ACCOUNT ' LI-ACCOUNT-NO
                           ' LEFT OUT - CURRENCY ' LI-CURRENCY-CODE
                           ' NOT ON CURRDD'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-READ-LOAN.

       3100-READ-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LOAN
           END-READ.

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

       3300-SPREAD-LOAN.
           INITIALIZE WS-LOAN-BUCKETS
           MOVE 'N' TO WS-SCHEDULE-FOUND
           IF WS-SCH-COUNT > ZERO
               SET SCH-IDX TO 1
               SEARCH WS-SCH-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCH-ACCOUNT-NO (SCH-IDX) = LI-ACCOUNT-NO
                       MOVE 'Y' TO WS-SCHEDULE-FOUND
               END-SEARCH
           END-IF
           IF NOT SCHEDULE-FOUND
               ADD 1 TO WS-LOANS-NO-SCHEDULE
           END-IF
           IF LI-RATE-INDEX-CODE NOT = SPACES
               MOVE 'V' TO WS-RATE-BASIS
               PERFORM 3400-SPREAD-BY-REPRICING
           ELSE
               MOVE 'F' TO WS-RATE-BASIS
               PERFORM 3500-SPREAD-BY-CASH-FLOW
           END-IF.

      *    An index-linked loan reprices in full at its next
      *    installment, when the new fixing is first charged.
       3400-SPREAD-BY-REPRICING.
           MOVE 1 TO WS-BKT-SUB
           IF SCHEDULE-FOUND
               IF WS-SCH-NEXT-DUE (SCH-IDX) > ZERO
                   COMPUTE WS-DAYS-WORK =
                       FUNCTION INTEGER-OF-DATE
                           (WS-SCH-NEXT-DUE (SCH-IDX)) -
                       WS-TODAY-INT
                   PERFORM 2300-FIND-BUCKET
               END-IF
           END-IF
           MOVE LI-PRINCIPAL TO WS-LOAN-AMOUNT (WS-BKT-SUB).

      *    A fixed-rate loan runs off with its schedule.  The master
      *    balance governs: principal the schedule does not cover
      *    (overdue, or no schedule at all) is due now, and a
      *    schedule that runs past the balance is cut back from
      *    its latest lines.
       3500-SPREAD-BY-CASH-FLOW.
           MOVE ZERO TO WS-SCHEDULED-TOTAL
           IF SCHEDULE-FOUND
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 6
                   MOVE WS-SCH-PRINCIPAL (SCH-IDX, WS-BKT-SUB)
                       TO WS-LOAN-AMOUNT (WS-BKT-SUB)
                   ADD WS-SCH-PRINCIPAL (SCH-IDX, WS-BKT-SUB)
                       TO WS-SCHEDULED-TOTAL
               END-PERFORM
           END-IF
           IF WS-SCHEDULED-TOTAL < LI-PRINCIPAL
               COMPUTE WS-EXCESS = LI-PRINCIPAL - WS-SCHEDULED-TOTAL
               ADD WS-EXCESS TO WS-LOAN-AMOUNT (1)
           ELSE
               COMPUTE WS-EXCESS = WS-SCHEDULED-TOTAL - LI-PRINCIPAL
               PERFORM VARYING WS-BKT-SUB FROM 6 BY -1
                       UNTIL WS-BKT-SUB < 1 OR WS-EXCESS = ZERO
                   IF WS-LOAN-AMOUNT (WS-BKT-SUB) > WS-EXCESS
                       SUBTRACT WS-EXCESS
                           FROM WS-LOAN-AMOUNT (WS-BKT-SUB)
                       MOVE ZERO TO WS-EXCESS
                   ELSE
                       SUBTRACT WS-LOAN-AMOUNT (WS-BKT-SUB)
                           FROM WS-EXCESS
                       MOVE ZERO TO WS-LOAN-AMOUNT (WS-BKT-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       3600-ADD-TO-GAP-TABLE.
           SET GAP-IDX TO 1
           IF WS-GAP-COUNT > ZERO
               SEARCH WS-GAP-ENTRY
                   AT END
                       SET GAP-IDX TO WS-GAP-COUNT
                       SET GAP-IDX UP BY 1
                   WHEN WS-GAP-CURRENCY (GAP-IDX) = LI-CURRENCY-CODE
                       AND WS-GAP-PRODUCT (GAP-IDX) = LI-PRODUCT-CODE
                       AND WS-GAP-BASIS (GAP-IDX) = WS-RATE-BASIS
                       CONTINUE
               END-SEARCH
           END-IF
           IF GAP-IDX > WS-GAP-COUNT
               IF WS-GAP-COUNT < 200
                   ADD 1 TO WS-GAP-COUNT
                   SET GAP-IDX TO WS-GAP-COUNT
                   INITIALIZE WS-GAP-ENTRY (GAP-IDX)
                   MOVE LI-CURRENCY-CODE TO WS-GAP-CURRENCY (GAP-IDX)
                   MOVE LI-PRODUCT-CODE TO WS-GAP-PRODUCT (GAP-IDX)
                   MOVE WS-RATE-BASIS TO WS-GAP-BASIS (GAP-IDX)
               ELSE
                   DISPLAY 'GAP TABLE FULL, CURRENCY '
                       LI-CURRENCY-CODE ' PRODUCT ' LI-PRODUCT-CODE
                       ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 6
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-LOAN-AMOUNT (WS-BKT-SUB) * WS-CONVERSION-RATE
               ADD WS-LOAN-AMOUNT (WS-BKT-SUB)
                   TO WS-GAP-PRINCIPAL (GAP-IDX, WS-BKT-SUB)
               ADD WS-BASE-AMOUNT TO WS-GAP-BASE (GAP-IDX, WS-BKT-SUB)
               ADD WS-BASE-AMOUNT TO WS-TOTAL-BASE (WS-BKT-SUB)
           END-PERFORM.

       5000-WRITE-EXTRACT.
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'GAPALM  ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           PERFORM VARYING GAP-IDX FROM 1 BY 1
                   UNTIL GAP-IDX > WS-GAP-COUNT
               PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 6
                   IF WS-GAP-PRINCIPAL (GAP-IDX, WS-BKT-SUB) > ZERO
                       PERFORM 5100-WRITE-EXTRACT-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-EXTRACT-WRITTEN TO FT-RECORD-COUNT
           MOVE WS-EXTRACT-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD.

       5100-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO GAP-EXTRACT-RECORD
           MOVE WS-GAP-CURRENCY (GAP-IDX) TO GP-CURRENCY-CODE
           MOVE WS-GAP-PRODUCT (GAP-IDX) TO GP-PRODUCT-CODE
           MOVE WS-GAP-BASIS (GAP-IDX) TO GP-RATE-BASIS
           MOVE WS-BKT-SUB TO GP-BUCKET-NO
           MOVE WS-BKT-FROM-DAYS (WS-BKT-SUB) TO GP-BUCKET-FROM-DAYS
           MOVE WS-BKT-TO-DAYS (WS-BKT-SUB) TO GP-BUCKET-TO-DAYS
           MOVE WS-GAP-PRINCIPAL (GAP-IDX, WS-BKT-SUB) TO GP-PRINCIPAL
           MOVE WS-GAP-BASE (GAP-IDX, WS-BKT-SUB)
               TO GP-BASE-PRINCIPAL
           MOVE WS-TODAY-DATE TO GP-AS-OF-DATE
           WRITE GAP-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-WRITTEN
           ADD GP-BASE-PRINCIPAL TO WS-EXTRACT-HASH.

       6000-WRITE-GAP-REPORT.
           PERFORM VARYING GAP-IDX FROM 1 BY 1
                   UNTIL GAP-IDX > WS-GAP-COUNT
               PERFORM 6100-WRITE-GAP-BLOCK
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ALL CURRENCIES IN BASE   '
               '      BASE AMOUNT       CUMULATIVE'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CUMULATIVE-BASE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 6
               ADD WS-TOTAL-BASE (WS-BKT-SUB) TO WS-CUMULATIVE-BASE
               MOVE WS-TOTAL-BASE (WS-BKT-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-CUMULATIVE-BASE TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-BKT-LABEL (WS-BKT-SUB)
                   '  ' WS-EDIT-AMOUNT '  ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-BUCKETED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS BUCKETED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-NO-SCHEDULE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NO SCHEDULE LINES  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-NO-CURRENCY TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'UNKNOWN CURRENCY   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXTRACT-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EXTRACT RECORDS    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-LOANS-NO-CURRENCY > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-WRITE-GAP-BLOCK.
           IF WS-GAP-BASIS (GAP-IDX) = 'V'
               MOVE 'INDEX-LINKED' TO WS-BASIS-TEXT
           ELSE
               MOVE 'FIXED RATE' TO WS-BASIS-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CURRENCY ' WS-GAP-CURRENCY (GAP-IDX)
               '  PRODUCT ' WS-GAP-PRODUCT (GAP-IDX)
               '  ' WS-BASIS-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  BUCKET                '
               'ORIGINAL CCY      BASE CURRENCY'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
                   UNTIL WS-BKT-SUB > 6
               MOVE WS-GAP-PRINCIPAL (GAP-IDX, WS-BKT-SUB)
                   TO WS-EDIT-AMOUNT
               MOVE WS-GAP-BASE (GAP-IDX, WS-BKT-SUB)
                   TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-BKT-LABEL (WS-BKT-SUB)
                   '  ' WS-EDIT-AMOUNT '  ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       9000-TERMINATE.
           CLOSE AMORT-FILE
           CLOSE LOAN-MASTER
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'GAPALM  ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           MOVE WS-EXTRACT-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-LOANS-NO-CURRENCY TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
