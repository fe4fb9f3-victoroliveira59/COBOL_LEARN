      *****************************************************************
      * Program name:    REPASSA-PARTICIPACOES
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: monthly participant remittance.
      *                  Sums the participants' part of the
      *                  principal, interest and penalty applied on
      *                  PAYJRNDD in the reference month (reversals
      *                  net off) and of the interest accrued on
      *                  OUTFILEDD, splits each loan's amounts among
      *                  its participants on PARTMSTDD by share, and
      *                  writes the remittance file PARTREMDD with a
      *                  FEEDHT header and trailer plus the
      *                  statement PARTRPTDD by participant and
      *                  currency.  Loans with sold amounts but no
      *                  participation record are listed and left
      *                  out (return code 4).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPASSA-PARTICIPACOES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO PARTCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO PAYJRNDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT YTD-FILE ASSIGN TO OUTFILEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YTD-STATUS.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.
         SELECT SORT-WORK-FILE ASSIGN TO "SORTWK6".
         SELECT SHARE-SORTED-FILE ASSIGN TO PARTSRTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REMITTANCE-FILE ASSIGN TO PARTREMDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO PARTRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY PARTCTL.

        FD  JOURNAL-FILE
            RECORDING MODE IS F.
        COPY PAYJRNL.

        FD  YTD-FILE
            RECORDING MODE IS F.
        COPY LOANOUT.

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

        SD  SORT-WORK-FILE.
        COPY PARTREM REPLACING PARTICIPANT-REMITTANCE-RECORD BY
            SORT-RECORD,
            RM-PART-CODE BY PX-PART-CODE,
            RM-PART-NAME BY PX-PART-NAME,
            RM-CURRENCY-CODE BY PX-CURRENCY-CODE,
            RM-ACCOUNT-NO BY PX-ACCOUNT-NO,
            RM-REFERENCE-MONTH BY PX-REFERENCE-MONTH,
            RM-SHARE-PCT BY PX-SHARE-PCT,
            RM-PRINCIPAL-AMT BY PX-PRINCIPAL-AMT,
            RM-INTEREST-AMT BY PX-INTEREST-AMT,
            RM-PENALTY-AMT BY PX-PENALTY-AMT,
            RM-REMIT-AMT BY PX-REMIT-AMT,
            RM-ACCRUED-INTEREST BY PX-ACCRUED-INTEREST.

        FD  SHARE-SORTED-FILE
            RECORDING MODE IS F.
        COPY PARTREM REPLACING PARTICIPANT-REMITTANCE-RECORD BY
            SORTED-SHARE-RECORD,
            RM-PART-CODE BY PY-PART-CODE,
            RM-PART-NAME BY PY-PART-NAME,
            RM-CURRENCY-CODE BY PY-CURRENCY-CODE,
            RM-ACCOUNT-NO BY PY-ACCOUNT-NO,
            RM-REFERENCE-MONTH BY PY-REFERENCE-MONTH,
            RM-SHARE-PCT BY PY-SHARE-PCT,
            RM-PRINCIPAL-AMT BY PY-PRINCIPAL-AMT,
            RM-INTEREST-AMT BY PY-INTEREST-AMT,
            RM-PENALTY-AMT BY PY-PENALTY-AMT,
            RM-REMIT-AMT BY PY-REMIT-AMT,
            RM-ACCRUED-INTEREST BY PY-ACCRUED-INTEREST.

        FD  REMITTANCE-FILE
            RECORDING MODE IS F.
        COPY PARTREM.
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

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-JOURNAL-STATUS       PIC X(02).
            05  WS-YTD-STATUS           PIC X(02).
            05  WS-PART-STATUS          PIC X(02).
            05  WS-EOF-JOURNAL          PIC X(01) VALUE 'N'.
                88  EOF-JOURNAL                    VALUE 'Y'.
            05  WS-EOF-YTD              PIC X(01) VALUE 'N'.
                88  EOF-YTD                        VALUE 'Y'.
            05  WS-EOF-SORTED           PIC X(01) VALUE 'N'.
                88  EOF-SORTED                     VALUE 'Y'.
            05  WS-FIRST-SHARE          PIC X(01) VALUE 'Y'.
                88  FIRST-SHARE                    VALUE 'Y'.

        01  WS-REMIT-FIELDS.
            05  WS-REFERENCE-MONTH      PIC 9(06) VALUE ZERO.
            05  WS-ENTRY-DATE           PIC 9(08).
            05  WS-ENTRY-MONTH          PIC 9(06).
            05  WS-ENTRY-ACCOUNT        PIC X(10).
            05  WS-ENTRY-CURRENCY       PIC X(03).

      *    The month's sold amounts per loan, before the split
      *    among participants.
        01  WS-LOAN-TABLE.
            05  WS-LN-COUNT             PIC 9(04) VALUE ZERO.
            05  WS-LN-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-LN-COUNT
                    INDEXED BY LN-IDX.
                10  WS-LN-ACCOUNT-NO    PIC X(10).
                10  WS-LN-CURRENCY      PIC X(03).
                10  WS-LN-PRINCIPAL     PIC S9(11)V99.
                10  WS-LN-INTEREST      PIC S9(11)V99.
                10  WS-LN-PENALTY       PIC S9(11)V99.
                10  WS-LN-ACCRUED       PIC S9(11)V99.

      *    Running split of one loan: each participant takes its
      *    share rounded, the last takes what is left so the
      *    parts always add back to the loan's sold amounts.
        01  WS-SPLIT-FIELDS.
            05  WS-SPLIT-PRINCIPAL      PIC S9(11)V99.
            05  WS-SPLIT-INTEREST       PIC S9(11)V99.
            05  WS-SPLIT-PENALTY        PIC S9(11)V99.
            05  WS-SPLIT-ACCRUED        PIC S9(11)V99.

        01  WS-BREAK-FIELDS.
            05  WS-PREV-PART-CODE       PIC X(08) VALUE SPACES.
            05  WS-PREV-CURRENCY        PIC X(03) VALUE SPACES.
            05  WS-CUR-PRINCIPAL        PIC S9(11)V99 VALUE ZERO.
            05  WS-CUR-INTEREST         PIC S9(11)V99 VALUE ZERO.
            05  WS-CUR-PENALTY          PIC S9(11)V99 VALUE ZERO.
            05  WS-CUR-REMIT            PIC S9(11)V99 VALUE ZERO.
            05  WS-CUR-ACCRUED          PIC S9(11)V99 VALUE ZERO.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-JOURNAL-READ         PIC 9(7)  VALUE ZERO.
            05  WS-JOURNAL-USED         PIC 9(7)  VALUE ZERO.
            05  WS-ACCRUALS-READ        PIC 9(7)  VALUE ZERO.
            05  WS-ACCRUALS-USED        PIC 9(7)  VALUE ZERO.
            05  WS-PARTICIPANTS         PIC 9(7)  VALUE ZERO.
            05  WS-REMITS-WRITTEN       PIC 9(7)  VALUE ZERO.
            05  WS-EXCEPTIONS           PIC 9(7)  VALUE ZERO.
            05  WS-REMIT-HASH           PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05  WS-EDIT-PRINCIPAL       PIC ZZ,ZZZ,ZZ9.99-.
            05  WS-EDIT-INTEREST        PIC ZZ,ZZZ,ZZ9.99-.
            05  WS-EDIT-PENALTY         PIC ZZ,ZZZ,ZZ9.99-.
            05  WS-EDIT-REMIT           PIC ZZ,ZZZ,ZZ9.99-.
            05  WS-EDIT-PCT             PIC ZZ9.9999.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-COLLECTIONS
           PERFORM 2500-LOAD-ACCRUALS
           PERFORM 3000-SPLIT-BY-PARTICIPANT
           PERFORM 4000-WRITE-REMITTANCES
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
           COMPUTE WS-REFERENCE-MONTH =
               WS-SYSTEM-DATE-YEAR * 100 + WS-SYSTEM-DATE-MONTH
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT PARTICIPATION-MASTER
           IF WS-PART-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTMSTDD, STATUS='
                   WS-PART-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'REPASSA-PARTICIPACOES PARTICIPANT REMITTANCE STATEMENT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFERENCE MONTH    : ' WS-REFERENCE-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PF-REFERENCE-MONTH IS NUMERIC
                               AND PF-REFERENCE-MONTH > ZERO
                           MOVE PF-REFERENCE-MONTH
                               TO WS-REFERENCE-MONTH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    An entry belongs to the month it moved the master; legacy
      *    entries without an applied date fall back to the payment
      *    date.  Entries posted before participations, or on loans
      *    not sold, carry no sold share and are passed over.
       2000-LOAD-COLLECTIONS.
           MOVE 'N' TO WS-EOF-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-JOURNAL
           END-IF
           PERFORM UNTIL EOF-JOURNAL
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-JOURNAL
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 2100-TAKE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
               CLOSE JOURNAL-FILE
           END-IF.

       2100-TAKE-JOURNAL-ENTRY.
           IF PJ-APPLIED-DATE IS NUMERIC
                   AND PJ-APPLIED-DATE > ZERO
               MOVE PJ-APPLIED-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE PJ-PAYMENT-DATE TO WS-ENTRY-DATE
           END-IF
           COMPUTE WS-ENTRY-MONTH = WS-ENTRY-DATE / 100
           IF WS-ENTRY-MONTH = WS-REFERENCE-MONTH
                   AND PJ-SOLD-PCT IS NUMERIC
                   AND PJ-SOLD-PCT > ZERO
               ADD 1 TO WS-JOURNAL-USED
               MOVE PJ-ACCOUNT-NO TO WS-ENTRY-ACCOUNT
               MOVE PJ-CURRENCY-CODE TO WS-ENTRY-CURRENCY
               PERFORM 2900-FIND-LOAN-ENTRY
               IF PJ-REVERSING
                   SUBTRACT PJ-SOLD-PRINCIPAL
                       FROM WS-LN-PRINCIPAL (LN-IDX)
                   SUBTRACT PJ-SOLD-INTEREST
                       FROM WS-LN-INTEREST (LN-IDX)
                   SUBTRACT PJ-SOLD-PENALTY
                       FROM WS-LN-PENALTY (LN-IDX)
               ELSE
                   ADD PJ-SOLD-PRINCIPAL TO WS-LN-PRINCIPAL (LN-IDX)
                   ADD PJ-SOLD-INTEREST TO WS-LN-INTEREST (LN-IDX)
                   ADD PJ-SOLD-PENALTY TO WS-LN-PENALTY (LN-IDX)
               END-IF
           END-IF.

      *    The participants' accrual is reported, not remitted:
      *    they are paid what the borrower actually paid.
       2500-LOAD-ACCRUALS.
           MOVE 'N' TO WS-EOF-YTD
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-YTD
           END-IF
           PERFORM UNTIL EOF-YTD
               READ YTD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-YTD
                   NOT AT END
                       ADD 1 TO WS-ACCRUALS-READ
                       PERFORM 2600-TAKE-ACCRUAL
               END-READ
           END-PERFORM
           IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
               CLOSE YTD-FILE
           END-IF.

       2600-TAKE-ACCRUAL.
           IF LO-POSTING-DATE IS NUMERIC
               COMPUTE WS-ENTRY-MONTH = LO-POSTING-DATE / 100
           ELSE
               MOVE ZERO TO WS-ENTRY-MONTH
           END-IF
           IF WS-ENTRY-MONTH = WS-REFERENCE-MONTH
                   AND LO-SOLD-PCT IS NUMERIC
                   AND LO-SOLD-PCT > ZERO
                   AND LO-SOLD-INTEREST-AMT NOT = ZERO
               ADD 1 TO WS-ACCRUALS-USED
               MOVE LO-ACCOUNT-NO TO WS-ENTRY-ACCOUNT
               MOVE LO-CURRENCY-CODE TO WS-ENTRY-CURRENCY
               PERFORM 2900-FIND-LOAN-ENTRY
               ADD LO-SOLD-INTEREST-AMT TO WS-LN-ACCRUED (LN-IDX)
           END-IF.

       2900-FIND-LOAN-ENTRY.
           SET LN-IDX TO 1
           IF WS-LN-COUNT > ZERO
               SEARCH WS-LN-ENTRY
                   AT END
                       SET LN-IDX TO WS-LN-COUNT
                       SET LN-IDX UP BY 1
                   WHEN WS-LN-ACCOUNT-NO (LN-IDX) = WS-ENTRY-ACCOUNT
                       AND WS-LN-CURRENCY (LN-IDX) = WS-ENTRY-CURRENCY
                       CONTINUE
               END-SEARCH
           END-IF
           IF LN-IDX > WS-LN-COUNT
               IF WS-LN-COUNT < 5000
                   ADD 1 TO WS-LN-COUNT
                   SET LN-IDX TO WS-LN-COUNT
                   MOVE WS-ENTRY-ACCOUNT TO WS-LN-ACCOUNT-NO (LN-IDX)
                   MOVE WS-ENTRY-CURRENCY TO WS-LN-CURRENCY (LN-IDX)
                   MOVE ZERO TO WS-LN-PRINCIPAL (LN-IDX)
                   MOVE ZERO TO WS-LN-INTEREST (LN-IDX)
                   MOVE ZERO TO WS-LN-PENALTY (LN-IDX)
                   MOVE ZERO TO WS-LN-ACCRUED (LN-IDX)
               ELSE
                   DISPLAY 'SOLD LOAN TABLE FULL, ACCOUNT '
                       WS-ENTRY-ACCOUNT ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3000-SPLIT-BY-PARTICIPANT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY PX-PART-CODE PX-CURRENCY-CODE
                   PX-ACCOUNT-NO
               INPUT PROCEDURE IS 3500-RELEASE-SHARES
               GIVING SHARE-SORTED-FILE.

      *    Shares are read from the participation record as it
      *    stands; a loan bought back in the month keeps its list
      *    on file, so what was collected before the buy-back
      *    still reaches the participants.
       3500-RELEASE-SHARES.
           PERFORM VARYING LN-IDX FROM 1 BY 1
                   UNTIL LN-IDX > WS-LN-COUNT
               IF WS-LN-PRINCIPAL (LN-IDX) NOT = ZERO
                       OR WS-LN-INTEREST (LN-IDX) NOT = ZERO
                       OR WS-LN-PENALTY (LN-IDX) NOT = ZERO
                       OR WS-LN-ACCRUED (LN-IDX) NOT = ZERO
                   PERFORM 3600-RELEASE-ONE-LOAN
               END-IF
           END-PERFORM.

       3600-RELEASE-ONE-LOAN.
           MOVE WS-LN-ACCOUNT-NO (LN-IDX) TO PM-ACCOUNT-NO
           READ PARTICIPATION-MASTER
               KEY IS PM-ACCOUNT-NO
               INVALID KEY
                   PERFORM 3900-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF PM-PARTICIPANT-COUNT IS NUMERIC
                           AND PM-PARTICIPANT-COUNT > ZERO
                           AND PM-SOLD-PCT IS NUMERIC
                           AND PM-SOLD-PCT > ZERO
                       MOVE ZERO TO WS-SPLIT-PRINCIPAL
                       MOVE ZERO TO WS-SPLIT-INTEREST
                       MOVE ZERO TO WS-SPLIT-PENALTY
                       MOVE ZERO TO WS-SPLIT-ACCRUED
                       PERFORM VARYING PM-IDX FROM 1 BY 1
                               UNTIL PM-IDX > PM-PARTICIPANT-COUNT
                           PERFORM 3700-RELEASE-ONE-SHARE
                       END-PERFORM
                   ELSE
                       PERFORM 3900-WRITE-EXCEPTION
                   END-IF
           END-READ.

       3700-RELEASE-ONE-SHARE.
           MOVE SPACES TO SORT-RECORD
           MOVE PM-PART-CODE (PM-IDX) TO PX-PART-CODE
           MOVE PM-PART-NAME (PM-IDX) TO PX-PART-NAME
           MOVE WS-LN-CURRENCY (LN-IDX) TO PX-CURRENCY-CODE
           MOVE WS-LN-ACCOUNT-NO (LN-IDX) TO PX-ACCOUNT-NO
           MOVE WS-REFERENCE-MONTH TO PX-REFERENCE-MONTH
           MOVE PM-SHARE-PCT (PM-IDX) TO PX-SHARE-PCT
           IF PM-IDX = PM-PARTICIPANT-COUNT
               COMPUTE PX-PRINCIPAL-AMT =
                   WS-LN-PRINCIPAL (LN-IDX) - WS-SPLIT-PRINCIPAL
               COMPUTE PX-INTEREST-AMT =
                   WS-LN-INTEREST (LN-IDX) - WS-SPLIT-INTEREST
               COMPUTE PX-PENALTY-AMT =
                   WS-LN-PENALTY (LN-IDX) - WS-SPLIT-PENALTY
               COMPUTE PX-ACCRUED-INTEREST =
                   WS-LN-ACCRUED (LN-IDX) - WS-SPLIT-ACCRUED
           ELSE
               COMPUTE PX-PRINCIPAL-AMT ROUNDED =
                   WS-LN-PRINCIPAL (LN-IDX) * PM-SHARE-PCT (PM-IDX)
                   / PM-SOLD-PCT
               COMPUTE PX-INTEREST-AMT ROUNDED =
                   WS-LN-INTEREST (LN-IDX) * PM-SHARE-PCT (PM-IDX)
                   / PM-SOLD-PCT
               COMPUTE PX-PENALTY-AMT ROUNDED =
                   WS-LN-PENALTY (LN-IDX) * PM-SHARE-PCT (PM-IDX)
                   / PM-SOLD-PCT
               COMPUTE PX-ACCRUED-INTEREST ROUNDED =
                   WS-LN-ACCRUED (LN-IDX) * PM-SHARE-PCT (PM-IDX)
                   / PM-SOLD-PCT
               ADD PX-PRINCIPAL-AMT TO WS-SPLIT-PRINCIPAL
               ADD PX-INTEREST-AMT TO WS-SPLIT-INTEREST
               ADD PX-PENALTY-AMT TO WS-SPLIT-PENALTY
               ADD PX-ACCRUED-INTEREST TO WS-SPLIT-ACCRUED
           END-IF
           COMPUTE PX-REMIT-AMT =
               PX-PRINCIPAL-AMT + PX-INTEREST-AMT + PX-PENALTY-AMT
           RELEASE SORT-RECORD.

       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNT ' WS-LN-ACCOUNT-NO (LN-IDX)
               ' SOLD AMOUNTS NOT REMITTED - NO PARTICIPANTS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4000-WRITE-REMITTANCES.
           OPEN OUTPUT REMITTANCE-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'PARTREM ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           MOVE 'N' TO WS-EOF-SORTED
           OPEN INPUT SHARE-SORTED-FILE
           PERFORM UNTIL EOF-SORTED
               READ SHARE-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SORTED
                   NOT AT END
                       PERFORM 4100-WRITE-ONE-REMITTANCE
               END-READ
           END-PERFORM
           CLOSE SHARE-SORTED-FILE
           IF NOT FIRST-SHARE
               PERFORM 4300-PRINT-CURRENCY-TOTAL
           END-IF
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-REMITS-WRITTEN TO FT-RECORD-COUNT
           MOVE WS-REMIT-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           CLOSE REMITTANCE-FILE.

       4100-WRITE-ONE-REMITTANCE.
           IF FIRST-SHARE
               PERFORM 4200-PRINT-PARTICIPANT-HEADING
           ELSE
               IF PY-PART-CODE NOT = WS-PREV-PART-CODE
                   PERFORM 4300-PRINT-CURRENCY-TOTAL
                   PERFORM 4200-PRINT-PARTICIPANT-HEADING
               ELSE
                   IF PY-CURRENCY-CODE NOT = WS-PREV-CURRENCY
                       PERFORM 4300-PRINT-CURRENCY-TOTAL
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-SHARE
           MOVE PY-PART-CODE TO WS-PREV-PART-CODE
           MOVE PY-CURRENCY-CODE TO WS-PREV-CURRENCY

           MOVE SORTED-SHARE-RECORD TO PARTICIPANT-REMITTANCE-RECORD
           WRITE PARTICIPANT-REMITTANCE-RECORD
           ADD 1 TO WS-REMITS-WRITTEN
           ADD FUNCTION ABS(RM-REMIT-AMT) TO WS-REMIT-HASH

           ADD RM-PRINCIPAL-AMT TO WS-CUR-PRINCIPAL
           ADD RM-INTEREST-AMT TO WS-CUR-INTEREST
           ADD RM-PENALTY-AMT TO WS-CUR-PENALTY
           ADD RM-REMIT-AMT TO WS-CUR-REMIT
           ADD RM-ACCRUED-INTEREST TO WS-CUR-ACCRUED

           MOVE RM-SHARE-PCT TO WS-EDIT-PCT
           MOVE RM-ACCRUED-INTEREST TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  LOAN ' RM-ACCOUNT-NO ' ' RM-CURRENCY-CODE
               '  SHARE ' WS-EDIT-PCT
               '  ACCRUED ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RM-PRINCIPAL-AMT TO WS-EDIT-PRINCIPAL
           MOVE RM-INTEREST-AMT TO WS-EDIT-INTEREST
           MOVE RM-PENALTY-AMT TO WS-EDIT-PENALTY
           MOVE RM-REMIT-AMT TO WS-EDIT-REMIT
           MOVE SPACES TO REPORT-LINE
           STRING '     ' WS-EDIT-PRINCIPAL ' ' WS-EDIT-INTEREST
               ' ' WS-EDIT-PENALTY ' ' WS-EDIT-REMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4200-PRINT-PARTICIPANT-HEADING.
           ADD 1 TO WS-PARTICIPANTS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PARTICIPANT ' PY-PART-CODE ' ' PY-PART-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '          PRINCIPAL       INTEREST        PENALTY'
               '       REMITTED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Totals are kept per currency only: a participant's
      *    loans in different currencies are remitted separately.
       4300-PRINT-CURRENCY-TOTAL.
           MOVE WS-CUR-PRINCIPAL TO WS-EDIT-PRINCIPAL
           MOVE WS-CUR-INTEREST TO WS-EDIT-INTEREST
           MOVE WS-CUR-PENALTY TO WS-EDIT-PENALTY
           MOVE WS-CUR-REMIT TO WS-EDIT-REMIT
           MOVE WS-CUR-ACCRUED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  TOTAL ' WS-PREV-CURRENCY
               '  ACCRUED ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '     ' WS-EDIT-PRINCIPAL ' ' WS-EDIT-INTEREST
               ' ' WS-EDIT-PENALTY ' ' WS-EDIT-REMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-CUR-PRINCIPAL
           MOVE ZERO TO WS-CUR-INTEREST
           MOVE ZERO TO WS-CUR-PENALTY
           MOVE ZERO TO WS-CUR-REMIT
           MOVE ZERO TO WS-CUR-ACCRUED.

       6000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-JOURNAL-USED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'JOURNAL ENTRIES    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCRUALS-USED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCRUAL RECORDS    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PARTICIPANTS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PARTICIPANTS       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REMITS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REMITTANCES WRITTEN: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT REMITTED       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE PARTICIPATION-MASTER
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'REPASSE ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           COMPUTE RL-RECORDS-READ =
               WS-JOURNAL-READ + WS-ACCRUALS-READ
           MOVE WS-REMITS-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
