      *                  (largest first) with the name from the
      *                  customer master, and flags every customer
      *                  above the control-card limit.
      * 15/10/26 MAINT   Secured/unsecured split: when AVALIA-
      *                  GARANTIAS has left its LTVEXTDD extract,
      *                  each customer's exposure is shown as the
      *                  part covered by collateral after haircut
      *                  and the part left unsecured, with totals
      * 15/10/26 MAINT   Net retained exposure: on a loan with
      *                  shares sold on the PARTMSTDD participation
      *                  master only our retained percentage of the
      *                  exposure (and of its secured part) counts;
      *                  the amount sold down is totalled
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
         SELECT YTD-FILE ASSIGN TO OUTFILEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YTD-STATUS.
         SELECT COLLATERAL-FILE ASSIGN TO LTVEXTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COLLEXT-STATUS.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.
         SELECT SORT-WORK-FILE ASSIGN TO "SORTWK3".
         SELECT RANKED-FILE ASSIGN TO EXPSRTDD
             ORGANIZATION IS LINE SEQUENTIAL.
            RECORDING MODE IS F.
        COPY LOANOUT.

        FD  COLLATERAL-FILE
            RECORDING MODE IS F.
        COPY COLLEXT.
        COPY FEEDHT.

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

        SD  SORT-WORK-FILE.
        01  SORT-RECORD.
            05  SX-EXPOSURE             PIC 9(13)V99.
            05  SX-CUSTOMER-ID          PIC 9(5).
            05  SX-LOAN-COUNT           PIC 9(05).
            05  SX-SECURED              PIC 9(13)V99.

        FD  RANKED-FILE
            RECORDING MODE IS F.
            05  RX-EXPOSURE             PIC 9(13)V99.
            05  RX-CUSTOMER-ID          PIC 9(5).
            05  RX-LOAN-COUNT           PIC 9(05).
            05  RX-SECURED              PIC 9(13)V99.

        FD  REPORT-FILE
            RECORDING MODE IS F.
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-YTD-STATUS           PIC X(02).
            05  WS-COLLEXT-STATUS       PIC X(02).
            05  WS-EOF-COLLEXT          PIC X(01) VALUE 'N'.
                88  EOF-COLLEXT                    VALUE 'Y'.
            05  WS-SPLIT-LOADED         PIC X(01) VALUE 'N'.
                88  SPLIT-LOADED                   VALUE 'Y'.
            05  WS-FEED-TRAILER-SEEN    PIC X(01) VALUE 'N'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  OWNER-FOUND                    VALUE 'Y'.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-PART-STATUS          PIC X(02).
            05  WS-PART-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  PART-MASTER-OPEN               VALUE 'Y'.

        01  WS-EXPOSURE-TABLE.
            05  WS-EXPO-COUNT           PIC 9(04) VALUE ZERO.
                10  WS-EXPO-CUSTOMER-ID PIC 9(5).
                10  WS-EXPO-LOANS       PIC 9(05).
                10  WS-EXPO-AMOUNT      PIC 9(13)V99.
                10  WS-EXPO-SECURED     PIC 9(13)V99.

      *    Base principal covered by collateral after haircut per
      *    live loan, from the AVALIA-GARANTIAS extract.
        01  WS-SECURED-TABLE.
            05  WS-SECR-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-SECR-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-SECR-COUNT
                    INDEXED BY SECR-IDX.
                10  WS-SECR-ACCOUNT-NO  PIC X(10).
                10  WS-SECR-AMOUNT      PIC 9(13)V99.

      *    Latest accrued interest per account from the YTD chain,
      *    in base currency, as the accrual part of the exposure.
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-LOAN-EXPOSURE        PIC 9(13)V99.
            05  WS-RANK-NO              PIC 9(05) VALUE ZERO.
            05  WS-LOAN-SECURED         PIC 9(13)V99.
            05  WS-GROSS-EXPOSURE       PIC 9(13)V99.
            05  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
            05  WS-FEED-HASH            PIC 9(11)V9(6) VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-CUSTOMERS-RANKED     PIC 9(7)  VALUE ZERO.
            05  WS-CUSTOMERS-FLAGGED    PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-SECURED        PIC 9(13)V99 VALUE ZERO.
            05  WS-TOTAL-UNSECURED      PIC 9(13)V99 VALUE ZERO.
            05  WS-TOTAL-SOLD-DOWN      PIC 9(13)V99 VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-AMOUNT-2        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-RANK            PIC ZZZZ9.
            05  WS-LIMIT-FLAG           PIC X(14).

           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1600-LOAD-ACCRUAL-POSITIONS
           PERFORM 1700-LOAD-SECURED-SPLIT
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS
           END-IF
           OPEN INPUT PARTICIPATION-MASTER
           IF WS-PART-STATUS = '00'
               MOVE 'Y' TO WS-PART-MASTER-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 2100-READ-LOAN.

               END-IF
           END-IF.

      *    No extract (collateral monitoring not yet run) simply
      *    leaves the split off the report; an extract whose
      *    trailer disagrees is a damaged file and stops the run.
       1700-LOAD-SECURED-SPLIT.
           MOVE ZERO TO WS-SECR-COUNT
           MOVE 'N' TO WS-EOF-COLLEXT
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLLEXT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-COLLEXT
           ELSE
               MOVE 'Y' TO WS-SPLIT-LOADED
               PERFORM UNTIL EOF-COLLEXT
                   READ COLLATERAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-COLLEXT
                       NOT AT END
                           PERFORM 1750-KEEP-SECURED-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
               IF WS-FEED-TRAILER-SEEN = 'N'
                   DISPLAY 'LTVEXTDD TRAILER MISSING - POSSIBLE'
                       ' TRUNCATED FILE, RUN ABENDED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1750-KEEP-SECURED-AMOUNT.
           EVALUATE TRUE
               WHEN FH-HEADER
                   CONTINUE
               WHEN FT-TRAILER
                   MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                   IF FT-RECORD-COUNT NOT = WS-FEED-COUNT
                   OR FT-HASH-TOTAL NOT = WS-FEED-HASH
                       DISPLAY 'LTVEXTDD TRAILER DISAGREES:'
                           ' COUNT ' FT-RECORD-COUNT ' VS '
                           WS-FEED-COUNT ', RUN ABENDED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FEED-COUNT
                   ADD LX-BASE-PRINCIPAL TO WS-FEED-HASH
                   IF WS-SECR-COUNT < 2000
                       ADD 1 TO WS-SECR-COUNT
                       MOVE LX-ACCOUNT-NO TO
                           WS-SECR-ACCOUNT-NO (WS-SECR-COUNT)
                       MOVE LX-SECURED-AMOUNT TO
                           WS-SECR-AMOUNT (WS-SECR-COUNT)
                   ELSE
                       DISPLAY 'SECURED TABLE FULL, ACCOUNT '
                           LX-ACCOUNT-NO ' - RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE.

      *    Paid-off and written-off loans carry no exposure.
       2000-PROCESS-LOANS.
           IF LF-HEADER-KEY OR LF-TRAILER-KEY
                       END-IF
               END-SEARCH
           END-IF
      *    Collateral covers the exposure at most: the accrued
      *    interest on a fully secured loan is still secured.
           MOVE ZERO TO WS-LOAN-SECURED
           IF WS-SECR-COUNT > ZERO
               SET SECR-IDX TO 1
               SEARCH WS-SECR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SECR-ACCOUNT-NO (SECR-IDX) = LI-ACCOUNT-NO
                       MOVE WS-SECR-AMOUNT (SECR-IDX)
                           TO WS-LOAN-SECURED
               END-SEARCH
           END-IF
           IF WS-LOAN-SECURED > WS-LOAN-EXPOSURE
               MOVE WS-LOAN-EXPOSURE TO WS-LOAN-SECURED
           END-IF
           PERFORM 3120-APPLY-RETAINED-SHARE
           MOVE 'N' TO WS-OWNER-FOUND
           IF WS-EXPO-COUNT > ZERO
               SET EXPO-IDX TO 1
                       ADD 1 TO WS-EXPO-LOANS (EXPO-IDX)
                       ADD WS-LOAN-EXPOSURE TO
                           WS-EXPO-AMOUNT (EXPO-IDX)
                       ADD WS-LOAN-SECURED TO
                           WS-EXPO-SECURED (EXPO-IDX)
               END-SEARCH
           END-IF
           IF NOT OWNER-FOUND
                   MOVE 1 TO WS-EXPO-LOANS (WS-EXPO-COUNT)
                   MOVE WS-LOAN-EXPOSURE TO
                       WS-EXPO-AMOUNT (WS-EXPO-COUNT)
                   MOVE WS-LOAN-SECURED TO
                       WS-EXPO-SECURED (WS-EXPO-COUNT)
               ELSE
                   DISPLAY 'EXPOSURE TABLE FULL, CUSTOMER '
                       LI-CUSTOMER-ID ' - RUN ABORTED'
               END-IF
           END-IF.

      *    The participants carry their shares of the loan and its
      *    collateral; the committee sees only what we keep.
       3120-APPLY-RETAINED-SHARE.
           IF PART-MASTER-OPEN
               MOVE LI-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-ACTIVE AND PM-SOLD-PCT > ZERO
                           MOVE WS-LOAN-EXPOSURE TO WS-GROSS-EXPOSURE
                           COMPUTE WS-LOAN-EXPOSURE ROUNDED =
                               WS-GROSS-EXPOSURE *
                               (100 - PM-SOLD-PCT) / 100
                           COMPUTE WS-LOAN-SECURED ROUNDED =
                               WS-LOAN-SECURED *
                               (100 - PM-SOLD-PCT) / 100
                           COMPUTE WS-TOTAL-SOLD-DOWN =
                               WS-TOTAL-SOLD-DOWN +
                               WS-GROSS-EXPOSURE - WS-LOAN-EXPOSURE
                       END-IF
               END-READ
           END-IF.

       3150-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           MOVE 1 TO WS-CONVERSION-RATE
               MOVE WS-EXPO-CUSTOMER-ID (EXPO-IDX)
                   TO SX-CUSTOMER-ID
               MOVE WS-EXPO-LOANS (EXPO-IDX) TO SX-LOAN-COUNT
               MOVE WS-EXPO-SECURED (EXPO-IDX) TO SX-SECURED
               RELEASE SORT-RECORD
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE
           STRING 'OVER LIMIT         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TOTAL-SOLD-DOWN > ZERO
               MOVE WS-TOTAL-SOLD-DOWN TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'SOLD DOWN          : ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF SPLIT-LOADED
               MOVE WS-TOTAL-SECURED TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'SECURED            : ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOTAL-UNSECURED TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'UNSECURED          : ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-PRINT-ONE-CUSTOMER.
           ADD 1 TO WS-RANK-NO
               ' ' WS-EDIT-AMOUNT
               ' ' WS-LIMIT-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF SPLIT-LOADED
               PERFORM 4150-PRINT-SECURED-SPLIT
           END-IF.

       4150-PRINT-SECURED-SPLIT.
           ADD RX-SECURED TO WS-TOTAL-SECURED
           COMPUTE WS-TOTAL-UNSECURED = WS-TOTAL-UNSECURED +
               RX-EXPOSURE - RX-SECURED
           MOVE RX-SECURED TO WS-EDIT-AMOUNT
           COMPUTE WS-EDIT-AMOUNT-2 = RX-EXPOSURE - RX-SECURED
           MOVE SPACES TO REPORT-LINE
           STRING '      SECURED ' WS-EDIT-AMOUNT
               '  UNSECURED ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-LOOKUP-CUSTOMER-NAME.
       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           IF PART-MASTER-OPEN
               CLOSE PARTICIPATION-MASTER
           END-IF
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
