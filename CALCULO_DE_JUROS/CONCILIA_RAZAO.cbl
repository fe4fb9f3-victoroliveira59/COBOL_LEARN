      *****************************************************************
      * Program name:    CONCILIA-RAZAO
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: subledger-to-GL reconciliation.
      *                  Imports the GL's daily trial-balance extract
      *                  (GLTBALDD) and proves the loan accounts
      *                  named in the GLMAPDD chart-of-accounts
      *                  mapping against the subledger: outstanding
      *                  principal from the loan master against the
      *                  closing balance of the loan receivable, and
      *                  the month's interest, penalty, fees,
      *                  withholding and write-off reversals from
      *                  the YTD chain plus the FXGLDD revaluation
      *                  against the month's movement on the income,
      *                  tax and FX accounts.  Differences beyond
      *                  the GLRCTLDD tolerance are listed by
      *                  account and currency and end the run with
      *                  return code 8, which stops the night chain
      *                  at CONTROLA-CADEIA.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONCILIA-RAZAO.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO GLRCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT GL-MAP-FILE ASSIGN TO GLMAPDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GLMAP-STATUS.
         SELECT TRIAL-BALANCE-FILE ASSIGN TO GLTBALDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRIAL-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT YTD-FILE ASSIGN TO OUTFILEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YTD-STATUS.
         SELECT FXGL-FILE ASSIGN TO FXGLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FXGL-STATUS.
         SELECT REPORT-FILE ASSIGN TO GLRRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY GLRCTL.

        FD  GL-MAP-FILE
            RECORDING MODE IS F.
        COPY GLMAP.

        FD  TRIAL-BALANCE-FILE
            RECORDING MODE IS F.
        COPY GLTRIAL.
        COPY FEEDHT.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  YTD-FILE
            RECORDING MODE IS F.
        COPY LOANOUT.

        FD  FXGL-FILE
            RECORDING MODE IS F.
        COPY FXGL.

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
            05  WS-GLMAP-STATUS         PIC X(02).
            05  WS-TRIAL-STATUS         PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-YTD-STATUS           PIC X(02).
            05  WS-FXGL-STATUS          PIC X(02).
            05  WS-EOF-GLMAP            PIC X(01) VALUE 'N'.
                88  EOF-GLMAP                      VALUE 'Y'.
            05  WS-EOF-TRIAL            PIC X(01) VALUE 'N'.
                88  EOF-TRIAL                      VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-EOF-YTD              PIC X(01) VALUE 'N'.
                88  EOF-YTD                        VALUE 'Y'.
            05  WS-EOF-FXGL             PIC X(01) VALUE 'N'.
                88  EOF-FXGL                       VALUE 'Y'.
            05  WS-MAPPING-FOUND        PIC X(01) VALUE 'N'.
                88  MAPPING-FOUND                  VALUE 'Y'.
            05  WS-FEED-HEADER-SEEN     PIC X(01) VALUE 'N'.
            05  WS-FEED-TRAILER-SEEN    PIC X(01) VALUE 'N'.
            05  WS-LINE-MATCHED         PIC X(01) VALUE 'N'.
                88  LINE-MATCHED                   VALUE 'Y'.
            05  WS-IN-BALANCE           PIC X(01) VALUE 'Y'.
                88  IN-BALANCE                     VALUE 'Y'.

      *    The subledger figures compared, each with the GLMAPDD
      *    transaction type and leg whose account carries it and
      *    whether the closing balance ('B') or the month's
      *    movement ('M') of that account is the comparable
      *    figure.  Principal sits on the debit leg of the
      *    disbursement mapping, the loan receivable; write-off
      *    reversals on the debit leg of the 'WO' mapping.
        01  WS-COMPONENT-DEFINITIONS.
            05  FILLER                  PIC X(07) VALUE 'PRDSDB '.
            05  FILLER                  PIC X(07) VALUE 'ININCM '.
            05  FILLER                  PIC X(07) VALUE 'PEPECM '.
            05  FILLER                  PIC X(07) VALUE 'FEFECM '.
            05  FILLER                  PIC X(07) VALUE 'WHWHCM '.
            05  FILLER                  PIC X(07) VALUE 'FXFXCM '.
            05  FILLER                  PIC X(07) VALUE 'WOWODM '.
        01  WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-DEFINITIONS.
            05  WS-COMPONENT-ENTRY OCCURS 7 TIMES.
                10  WS-CMP-CODE         PIC X(02).
                10  WS-CMP-MAP-TYPE     PIC X(02).
                10  WS-CMP-LEG          PIC X(01).
                10  WS-CMP-BASIS        PIC X(01).
                10  FILLER              PIC X(01).

        01  WS-MAPPING-TABLE.
            05  WS-MAP-VERSION          PIC X(08) VALUE SPACES.
            05  WS-MAP-COUNT            PIC 9(03) VALUE ZERO.
            05  WS-MAP-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-MAP-COUNT
                    INDEXED BY MAP-IDX.
                10  WS-MAP-TRAN-TYPE    PIC X(02).
                10  WS-MAP-CURRENCY     PIC X(03).
                10  WS-MAP-DEBIT-ACCT   PIC X(08).
                10  WS-MAP-CREDIT-ACCT  PIC X(08).

        01  WS-MAPPING-FIELDS.
            05  WS-WANTED-TRAN-TYPE     PIC X(02).
            05  WS-WANTED-CURRENCY      PIC X(03).
            05  WS-RESOLVED-DEBIT       PIC X(08).
            05  WS-RESOLVED-CREDIT      PIC X(08).
            05  WS-RESOLVED-ACCOUNT     PIC X(08).

      *    Subledger figures per currency, plus 'BAS' for the base
      *    consolidation of the YTD chain amounts.  Each is the
      *    amount booked to its leg in the leg's own direction.
        01  WS-SUBLEDGER-TABLE.
            05  WS-SL-COUNT             PIC 9(03) VALUE ZERO.
            05  WS-SL-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-SL-COUNT
                    INDEXED BY SL-IDX.
                10  WS-SL-CURRENCY      PIC X(03).
                10  WS-SL-AMOUNT        PIC S9(13)V99 OCCURS 7 TIMES.

      *    One entry per GL account, currency and basis the
      *    subledger speaks for, with the GL figure found for it.
        01  WS-EXPECTED-TABLE.
            05  WS-EXP-COUNT            PIC 9(03) VALUE ZERO.
            05  WS-EXP-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-EXP-COUNT
                    INDEXED BY EXP-IDX.
                10  WS-EXP-ACCOUNT      PIC X(08).
                10  WS-EXP-CURRENCY     PIC X(03).
                10  WS-EXP-BASIS        PIC X(01).
                10  WS-EXP-COMPONENTS   PIC X(08).
                10  WS-EXP-CMP-COUNT    PIC 9(01).
                10  WS-EXP-SUBLEDGER    PIC S9(13)V99.
                10  WS-EXP-GL           PIC S9(13)V99.
                10  WS-EXP-GL-SEEN      PIC X(01).

        01  WS-WORK-FIELDS.
            05  WS-TOLERANCE            PIC 9(07)V99 VALUE ZERO.
            05  WS-TRIAL-DATE           PIC 9(08) VALUE ZERO.
            05  WS-MONTH-START          PIC 9(08) VALUE ZERO.
            05  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
            05  WS-FEED-HASH            PIC 9(11)V9(6) VALUE ZERO.
            05  WS-WANTED-SL-CURRENCY   PIC X(03).
            05  WS-CMP-SUB              PIC 9(02).
            05  WS-COMPONENT-AMOUNT     PIC S9(13)V99.
            05  WS-RETAINED-INTEREST    PIC S9(11)V99.
            05  WS-RETAINED-PENALTY     PIC S9(11)V99.
            05  WS-BASE-RETAINED-INT    PIC S9(11)V99.
            05  WS-BASE-RETAINED-PEN    PIC S9(11)V99.
            05  WS-GL-AMOUNT            PIC S9(13)V99.
            05  WS-DIFFERENCE           PIC S9(13)V99.
            05  WS-CMP-POSITION         PIC 9(02).
            05  WS-BREAK-FLAG           PIC X(01).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-TRIAL-LINES-READ     PIC 9(7)  VALUE ZERO.
            05  WS-TRIAL-NOT-COMPARED   PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-CHAIN-SELECTED       PIC 9(7)  VALUE ZERO.
            05  WS-FX-RECORDS-READ      PIC 9(7)  VALUE ZERO.
            05  WS-LINES-COMPARED       PIC 9(7)  VALUE ZERO.
            05  WS-LINES-BROKEN         PIC 9(7)  VALUE ZERO.
            05  WS-UNMAPPED-FIGURES     PIC 9(7)  VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-TOLERANCE       PIC Z,ZZZ,ZZ9.99.
            05  WS-EDIT-GL              PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-SUBLEDGER       PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-DIFFERENCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRINCIPAL
           PERFORM 2200-LOAD-CHAIN-MOVEMENT
           PERFORM 2400-LOAD-FX-REVALUATION
           PERFORM 3000-BUILD-EXPECTED
           PERFORM 4000-APPLY-TRIAL-BALANCE
           PERFORM 5000-WRITE-COMPARISON
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
           PERFORM 1200-LOAD-ACCOUNT-MAPPING
           PERFORM 1300-VERIFY-TRIAL-BALANCE
           COMPUTE WS-MONTH-START = (WS-TRIAL-DATE / 100) * 100 + 1
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'CONCILIA-RAZAO SUBLEDGER TO GL RECONCILIATION AS OF '
               WS-TRIAL-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOLERANCE TO WS-EDIT-TOLERANCE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNT MAPPING VERSION: ' WS-MAP-VERSION
               '   TOLERANCE: ' WS-EDIT-TOLERANCE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    No card means no tolerance: every cent must agree.
       1100-READ-CONTROL-CARD.
           MOVE ZERO TO WS-TOLERANCE
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GR-TOLERANCE IS NUMERIC
                           MOVE GR-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    The same chart-of-accounts mapping LANCA-RAZAO posts
      *    through, so the accounts proved here are the accounts
      *    the subledger was journaled to.
       1200-LOAD-ACCOUNT-MAPPING.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE SPACES TO WS-MAP-VERSION
           MOVE 'N' TO WS-EOF-GLMAP
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY 'ACCOUNT MAPPING FILE MISSING, STATUS='
                   WS-GLMAP-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-GLMAP
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-GLMAP
                   NOT AT END
                       EVALUATE TRUE
                           WHEN GM-VERSION-CARD
                               MOVE GM-VERSION TO WS-MAP-VERSION
                           WHEN GM-MAPPING-CARD
                               IF WS-MAP-COUNT < 100
                                   ADD 1 TO WS-MAP-COUNT
                                   MOVE GM-TRAN-TYPE TO
                                       WS-MAP-TRAN-TYPE
                                       (WS-MAP-COUNT)
                                   MOVE GM-CURRENCY-CODE TO
                                       WS-MAP-CURRENCY (WS-MAP-COUNT)
                                   MOVE GM-DEBIT-ACCT TO
                                       WS-MAP-DEBIT-ACCT
                                       (WS-MAP-COUNT)
                                   MOVE GM-CREDIT-ACCT TO
                                       WS-MAP-CREDIT-ACCT
                                       (WS-MAP-COUNT)
                               ELSE
                                   DISPLAY 'MAPPING TABLE FULL'
                                       ' - RUN ABORTED'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           WHEN OTHER
                               DISPLAY 'BAD MAPPING CARD TYPE: '
                                   GM-RECORD-TYPE ' - RUN ABORTED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF WS-MAP-COUNT = ZERO
               DISPLAY 'ACCOUNT MAPPING FILE EMPTY - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A missing or truncated extract is exactly the dropped
      *    batch this run exists to catch, so it stops the chain
      *    rather than reconciling against half a ledger.  Every
      *    currency on the extract gets a subledger slot, so a GL
      *    balance with no subledger behind it is still compared.
       1300-VERIFY-TRIAL-BALANCE.
           MOVE 'N' TO WS-EOF-TRIAL
           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-TRIAL-STATUS NOT = '00'
               DISPLAY 'NO GL TRIAL BALANCE, STATUS=' WS-TRIAL-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-READ-TRIAL
           PERFORM UNTIL EOF-TRIAL
               EVALUATE TRUE
                   WHEN FH-HEADER
                       MOVE 'Y' TO WS-FEED-HEADER-SEEN
                       IF FH-BUSINESS-DATE IS NUMERIC
                           MOVE FH-BUSINESS-DATE TO WS-TRIAL-DATE
                       END-IF
                   WHEN FT-TRAILER
                       MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                       IF FT-RECORD-COUNT NOT = WS-FEED-COUNT
                       OR FT-HASH-TOTAL NOT = WS-FEED-HASH
                           DISPLAY 'GL TRIAL BALANCE TRAILER DISAGREES:'
                               ' COUNT ' FT-RECORD-COUNT ' VS '
                               WS-FEED-COUNT ', RUN ABENDED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       IF WS-FEED-HEADER-SEEN = 'N'
                           DISPLAY 'GL TRIAL BALANCE HEADER MISSING,'
                               ' RUN ABENDED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FEED-COUNT
                       IF GT-MONTH-DEBITS IS NUMERIC
                           ADD GT-MONTH-DEBITS TO WS-FEED-HASH
                       END-IF
                       IF GT-MONTH-CREDITS IS NUMERIC
                           ADD GT-MONTH-CREDITS TO WS-FEED-HASH
                       END-IF
                       MOVE GT-CURRENCY-CODE TO WS-WANTED-SL-CURRENCY
                       PERFORM 2900-LOCATE-SUBLEDGER
               END-EVALUATE
               PERFORM 1350-READ-TRIAL
           END-PERFORM
           IF WS-FEED-TRAILER-SEEN = 'N'
               DISPLAY 'GL TRIAL BALANCE TRAILER MISSING - POSSIBLE'
                   ' TRUNCATED TRANSMISSION, RUN ABENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRIAL-DATE = ZERO
               DISPLAY 'GL TRIAL BALANCE HAS NO BALANCE DATE'
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TRIAL-BALANCE-FILE.

       1350-READ-TRIAL.
           READ TRIAL-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRIAL
           END-READ.

      *    Outstanding principal on the books: paid-off and
      *    written-off loans carry none.
       2000-LOAD-PRINCIPAL.
           MOVE 'N' TO WS-EOF-LOAN
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-LOAN
           PERFORM UNTIL EOF-LOAN
               IF LF-HEADER-KEY OR LF-TRAILER-KEY
                   CONTINUE
               ELSE
                   ADD 1 TO WS-LOANS-READ
                   IF LI-PRINCIPAL IS NUMERIC
                           AND LI-PRINCIPAL > ZERO
                           AND NOT LI-STAT-PAID-OFF
                           AND NOT LI-STAT-WRITTEN-OFF
                       MOVE LI-CURRENCY-CODE TO WS-WANTED-SL-CURRENCY
                       PERFORM 2900-LOCATE-SUBLEDGER
                       ADD LI-PRINCIPAL TO WS-SL-AMOUNT (SL-IDX, 1)
                   END-IF
               END-IF
               PERFORM 2100-READ-LOAN
           END-PERFORM
           CLOSE LOAN-MASTER.

       2100-READ-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LOAN
           END-READ.

      *    The month's postings on the YTD chain, the same records
      *    and the same retained shares LANCA-RAZAO journals:
      *    write-off reversals apart from the rest of the interest,
      *    the participants' share of a sold loan left out.
       2200-LOAD-CHAIN-MOVEMENT.
           MOVE 'N' TO WS-EOF-YTD
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = '00'
               DISPLAY 'NO YTD CHAIN, STATUS=' WS-YTD-STATUS
                   ' - NO MONTH MOVEMENT IN THE SUBLEDGER'
               MOVE 'Y' TO WS-EOF-YTD
           END-IF
           PERFORM UNTIL EOF-YTD
               READ YTD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-YTD
                   NOT AT END
                       IF LO-POSTING-DATE IS NUMERIC
                               AND LO-POSTING-DATE
                                   NOT < WS-MONTH-START
                               AND LO-POSTING-DATE
                                   NOT > WS-TRIAL-DATE
                           ADD 1 TO WS-CHAIN-SELECTED
                           PERFORM 2300-TALLY-CHAIN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
               CLOSE YTD-FILE
           END-IF.

       2300-TALLY-CHAIN-RECORD.
           IF LO-SOLD-PCT IS NUMERIC
               COMPUTE WS-RETAINED-INTEREST =
                   LO-INTEREST-AMT - LO-SOLD-INTEREST-AMT
               COMPUTE WS-RETAINED-PENALTY =
                   LO-PENALTY-AMT - LO-SOLD-PENALTY-AMT
               COMPUTE WS-BASE-RETAINED-INT =
                   LO-BASE-INTEREST-AMT - LO-BASE-SOLD-INTEREST-AMT
               COMPUTE WS-BASE-RETAINED-PEN =
                   LO-BASE-PENALTY-AMT - LO-BASE-SOLD-PENALTY-AMT
           ELSE
               MOVE LO-INTEREST-AMT TO WS-RETAINED-INTEREST
               MOVE LO-PENALTY-AMT TO WS-RETAINED-PENALTY
               MOVE LO-BASE-INTEREST-AMT TO WS-BASE-RETAINED-INT
               MOVE LO-BASE-PENALTY-AMT TO WS-BASE-RETAINED-PEN
           END-IF
           MOVE LO-CURRENCY-CODE TO WS-WANTED-SL-CURRENCY
           PERFORM 2900-LOCATE-SUBLEDGER
           IF LO-SRC-WRITEOFF
               SUBTRACT WS-RETAINED-INTEREST
                   FROM WS-SL-AMOUNT (SL-IDX, 7)
           ELSE
               ADD WS-RETAINED-INTEREST TO WS-SL-AMOUNT (SL-IDX, 2)
           END-IF
           ADD WS-RETAINED-PENALTY TO WS-SL-AMOUNT (SL-IDX, 3)
           ADD LO-FEE-AMT TO WS-SL-AMOUNT (SL-IDX, 4)
           ADD LO-WITHHOLD-AMT TO WS-SL-AMOUNT (SL-IDX, 5)
           MOVE 'BAS' TO WS-WANTED-SL-CURRENCY
           PERFORM 2900-LOCATE-SUBLEDGER
           IF LO-SRC-WRITEOFF
               SUBTRACT WS-BASE-RETAINED-INT
                   FROM WS-SL-AMOUNT (SL-IDX, 7)
           ELSE
               ADD WS-BASE-RETAINED-INT TO WS-SL-AMOUNT (SL-IDX, 2)
           END-IF
           ADD WS-BASE-RETAINED-PEN TO WS-SL-AMOUNT (SL-IDX, 3)
           ADD LO-BASE-FEE-AMT TO WS-SL-AMOUNT (SL-IDX, 4)
           ADD LO-BASE-WITHHOLD-AMT TO WS-SL-AMOUNT (SL-IDX, 5).

      *    Month-end revaluation, present only on the night it is
      *    journaled, as for LANCA-RAZAO; netted per currency in
      *    base amounts as the GL booked it.
       2400-LOAD-FX-REVALUATION.
           MOVE 'N' TO WS-EOF-FXGL
           OPEN INPUT FXGL-FILE
           IF WS-FXGL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FXGL
           ELSE
               PERFORM UNTIL EOF-FXGL
                   READ FXGL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FXGL
                       NOT AT END
                           ADD 1 TO WS-FX-RECORDS-READ
                           MOVE FX-CURRENCY-CODE
                               TO WS-WANTED-SL-CURRENCY
                           PERFORM 2900-LOCATE-SUBLEDGER
                           ADD FX-GAIN-LOSS
                               TO WS-SL-AMOUNT (SL-IDX, 6)
                   END-READ
               END-PERFORM
               CLOSE FXGL-FILE
           END-IF.

       2900-LOCATE-SUBLEDGER.
           SET SL-IDX TO 1
           IF WS-SL-COUNT > ZERO
               SEARCH WS-SL-ENTRY
                   AT END
                       SET SL-IDX TO WS-SL-COUNT
                       SET SL-IDX UP BY 1
                   WHEN WS-SL-CURRENCY (SL-IDX) = WS-WANTED-SL-CURRENCY
                       CONTINUE
               END-SEARCH
           END-IF
           IF SL-IDX > WS-SL-COUNT
               IF WS-SL-COUNT < 100
                   ADD 1 TO WS-SL-COUNT
                   SET SL-IDX TO WS-SL-COUNT
                   INITIALIZE WS-SL-ENTRY (SL-IDX)
                   MOVE WS-WANTED-SL-CURRENCY
                       TO WS-SL-CURRENCY (SL-IDX)
               ELSE
                   DISPLAY 'SUBLEDGER TABLE FULL, CURRENCY '
                       WS-WANTED-SL-CURRENCY ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Every currency and figure is placed on the account its
      *    mapping names, debit legs adding and credit legs
      *    subtracting, so figures sharing an account net the way
      *    the GL nets them.  Principal is proved in the loan
      *    currency only: the base value of the receivable moves
      *    with the revaluation, not with the subledger.  A figure
      *    with no mapping never reached the GL and is a break.
       3000-BUILD-EXPECTED.
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-SL-COUNT
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > 7
                   IF WS-CMP-SUB = 1
                           AND WS-SL-CURRENCY (SL-IDX) = 'BAS'
                       CONTINUE
                   ELSE
                       PERFORM 3100-PLACE-COMPONENT
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-PLACE-COMPONENT.
           MOVE WS-CMP-MAP-TYPE (WS-CMP-SUB) TO WS-WANTED-TRAN-TYPE
           MOVE WS-SL-CURRENCY (SL-IDX) TO WS-WANTED-CURRENCY
           PERFORM 3150-RESOLVE-MAPPING
           MOVE WS-SL-AMOUNT (SL-IDX, WS-CMP-SUB)
               TO WS-COMPONENT-AMOUNT
           IF NOT MAPPING-FOUND
               IF WS-COMPONENT-AMOUNT NOT = ZERO
                   ADD 1 TO WS-UNMAPPED-FIGURES
                   MOVE 'N' TO WS-IN-BALANCE
                   MOVE WS-COMPONENT-AMOUNT TO WS-EDIT-SUBLEDGER
                   MOVE SPACES TO REPORT-LINE
                   STRING '* NO ' WS-WANTED-TRAN-TYPE
                       ' MAPPING FOR ' WS-WANTED-CURRENCY
                       ', SUBLEDGER ' WS-CMP-CODE (WS-CMP-SUB)
                       ' ' WS-EDIT-SUBLEDGER ' NOT IN GL'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               IF WS-CMP-LEG (WS-CMP-SUB) = 'D'
                   MOVE WS-RESOLVED-DEBIT TO WS-RESOLVED-ACCOUNT
               ELSE
                   MOVE WS-RESOLVED-CREDIT TO WS-RESOLVED-ACCOUNT
                   COMPUTE WS-COMPONENT-AMOUNT =
                       ZERO - WS-COMPONENT-AMOUNT
               END-IF
               PERFORM 3200-ADD-EXPECTED
           END-IF.

      *    Exact currency first, then the '***' wildcard, as
      *    LANCA-RAZAO resolves it.
       3150-RESOLVE-MAPPING.
           MOVE 'N' TO WS-MAPPING-FOUND
           SET MAP-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-TRAN-TYPE (MAP-IDX) = WS-WANTED-TRAN-TYPE
                       AND WS-MAP-CURRENCY (MAP-IDX)
                           = WS-WANTED-CURRENCY
                   MOVE 'Y' TO WS-MAPPING-FOUND
                   MOVE WS-MAP-DEBIT-ACCT (MAP-IDX)
                       TO WS-RESOLVED-DEBIT
                   MOVE WS-MAP-CREDIT-ACCT (MAP-IDX)
                       TO WS-RESOLVED-CREDIT
           END-SEARCH
           IF NOT MAPPING-FOUND
               SET MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAP-TRAN-TYPE (MAP-IDX)
                           = WS-WANTED-TRAN-TYPE
                           AND WS-MAP-CURRENCY (MAP-IDX) = '***'
                       MOVE 'Y' TO WS-MAPPING-FOUND
                       MOVE WS-MAP-DEBIT-ACCT (MAP-IDX)
                           TO WS-RESOLVED-DEBIT
                       MOVE WS-MAP-CREDIT-ACCT (MAP-IDX)
                           TO WS-RESOLVED-CREDIT
               END-SEARCH
           END-IF.

       3200-ADD-EXPECTED.
           SET EXP-IDX TO 1
           IF WS-EXP-COUNT > ZERO
               SEARCH WS-EXP-ENTRY
                   AT END
                       SET EXP-IDX TO WS-EXP-COUNT
                       SET EXP-IDX UP BY 1
                   WHEN WS-EXP-ACCOUNT (EXP-IDX) = WS-RESOLVED-ACCOUNT
                       AND WS-EXP-CURRENCY (EXP-IDX)
                           = WS-WANTED-CURRENCY
                       AND WS-EXP-BASIS (EXP-IDX)
                           = WS-CMP-BASIS (WS-CMP-SUB)
                       CONTINUE
               END-SEARCH
           END-IF
           IF EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-COUNT < 500
                   ADD 1 TO WS-EXP-COUNT
                   SET EXP-IDX TO WS-EXP-COUNT
                   INITIALIZE WS-EXP-ENTRY (EXP-IDX)
                   MOVE WS-RESOLVED-ACCOUNT TO WS-EXP-ACCOUNT (EXP-IDX)
                   MOVE WS-WANTED-CURRENCY TO WS-EXP-CURRENCY (EXP-IDX)
                   MOVE WS-CMP-BASIS (WS-CMP-SUB)
                       TO WS-EXP-BASIS (EXP-IDX)
                   MOVE 'N' TO WS-EXP-GL-SEEN (EXP-IDX)
               ELSE
                   DISPLAY 'RECONCILIATION TABLE FULL, ACCOUNT '
                       WS-RESOLVED-ACCOUNT ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD WS-COMPONENT-AMOUNT TO WS-EXP-SUBLEDGER (EXP-IDX)
           IF WS-EXP-CMP-COUNT (EXP-IDX) < 3
               COMPUTE WS-CMP-POSITION =
                   WS-EXP-CMP-COUNT (EXP-IDX) * 3 + 1
               MOVE WS-CMP-CODE (WS-CMP-SUB) TO
                   WS-EXP-COMPONENTS (EXP-IDX) (WS-CMP-POSITION:2)
               ADD 1 TO WS-EXP-CMP-COUNT (EXP-IDX)
           END-IF.

      *    Second pass over the verified extract: each line lands
      *    on every reconciliation entry for its account and
      *    currency, as a closing balance or as the month's
      *    movement.  Lines for accounts the subledger does not
      *    speak for are counted and left alone.
       4000-APPLY-TRIAL-BALANCE.
           MOVE 'N' TO WS-EOF-TRIAL
           OPEN INPUT TRIAL-BALANCE-FILE
           PERFORM 1350-READ-TRIAL
           PERFORM UNTIL EOF-TRIAL
               IF FH-HEADER OR FT-TRAILER
                   CONTINUE
               ELSE
                   ADD 1 TO WS-TRIAL-LINES-READ
                   PERFORM 4100-MATCH-TRIAL-LINE
               END-IF
               PERFORM 1350-READ-TRIAL
           END-PERFORM
           CLOSE TRIAL-BALANCE-FILE.

       4100-MATCH-TRIAL-LINE.
           MOVE 'N' TO WS-LINE-MATCHED
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-ACCOUNT (EXP-IDX) = GT-ACCOUNT-CODE
                       AND WS-EXP-CURRENCY (EXP-IDX)
                           = GT-CURRENCY-CODE
                   MOVE 'Y' TO WS-LINE-MATCHED
                   MOVE 'Y' TO WS-EXP-GL-SEEN (EXP-IDX)
                   IF WS-EXP-BASIS (EXP-IDX) = 'B'
                       ADD GT-CLOSING-BALANCE TO WS-EXP-GL (EXP-IDX)
                   ELSE
                       COMPUTE WS-EXP-GL (EXP-IDX) =
                           WS-EXP-GL (EXP-IDX) +
                           GT-MONTH-DEBITS - GT-MONTH-CREDITS
                   END-IF
               END-IF
           END-PERFORM
           IF NOT LINE-MATCHED
               ADD 1 TO WS-TRIAL-NOT-COMPARED
           END-IF.

       5000-WRITE-COMPARISON.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNT  CCY B FIGURES          GL AMOUNT'
               '         SUBLEDGER        DIFFERENCE'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > WS-EXP-COUNT
               PERFORM 5100-WRITE-ACCOUNT-LINE
           END-PERFORM.

      *    An account the GL does not carry at all is compared as
      *    a zero balance; a missing line for a figure that is
      *    itself zero says nothing and is not listed.
       5100-WRITE-ACCOUNT-LINE.
           IF WS-EXP-GL-SEEN (EXP-IDX) = 'N'
                   AND WS-EXP-SUBLEDGER (EXP-IDX) = ZERO
               CONTINUE
           ELSE
               ADD 1 TO WS-LINES-COMPARED
               COMPUTE WS-DIFFERENCE =
                   WS-EXP-GL (EXP-IDX) - WS-EXP-SUBLEDGER (EXP-IDX)
               MOVE SPACE TO WS-BREAK-FLAG
               IF FUNCTION ABS(WS-DIFFERENCE) > WS-TOLERANCE
                   MOVE '*' TO WS-BREAK-FLAG
                   MOVE 'N' TO WS-IN-BALANCE
                   ADD 1 TO WS-LINES-BROKEN
               END-IF
               MOVE WS-EXP-GL (EXP-IDX) TO WS-EDIT-GL
               MOVE WS-EXP-SUBLEDGER (EXP-IDX) TO WS-EDIT-SUBLEDGER
               MOVE WS-DIFFERENCE TO WS-EDIT-DIFFERENCE
               MOVE SPACES TO REPORT-LINE
               STRING WS-BREAK-FLAG ' '
                   WS-EXP-ACCOUNT (EXP-IDX) ' '
                   WS-EXP-CURRENCY (EXP-IDX) ' '
                   WS-EXP-BASIS (EXP-IDX) ' '
                   WS-EXP-COMPONENTS (EXP-IDX) ' '
                   WS-EDIT-GL ' '
                   WS-EDIT-SUBLEDGER ' '
                   WS-EDIT-DIFFERENCE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRIAL-LINES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'GL LINES READ       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRIAL-NOT-COMPARED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'GL LINES NOT LOAN   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ          : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CHAIN-SELECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MONTH CHAIN RECORDS : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-FX-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'FX RECORDS READ     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LINES-COMPARED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS COMPARED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LINES-BROKEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTSIDE TOLERANCE   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-UNMAPPED-FIGURES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'UNMAPPED FIGURES    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF IN-BALANCE
               MOVE 'VERDICT: SUBLEDGER AGREES WITH GL' TO REPORT-LINE
           ELSE
               MOVE 'VERDICT: *** SUBLEDGER DOES NOT AGREE WITH GL ***'
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'CONCRAZ ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRIAL-LINES-READ TO RL-RECORDS-READ
           MOVE WS-LINES-COMPARED TO RL-RECORDS-WRITTEN
           COMPUTE RL-RECORDS-REJECTED =
               WS-LINES-BROKEN + WS-UNMAPPED-FIGURES
           MOVE RETURN-CODE TO RL-RETURN-CODE
           MOVE ZERO TO RL-REDIRECT-FROM-PERIOD
           MOVE ZERO TO RL-REDIRECT-TO-PERIOD
           MOVE ZERO TO RL-RECORDS-REDIRECTED
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
