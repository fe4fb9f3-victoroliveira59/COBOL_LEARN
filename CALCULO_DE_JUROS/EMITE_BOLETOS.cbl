      *****************************************************************
      * Program name:    EMITE-BOLETOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: monthly installment billing.  Takes
      *                  each loan's next installment off the AMORTDD
      *                  schedule when it falls due within the billing
      *                  horizon, adds the fees LANCA-TARIFAS charged
      *                  this cycle and any arrears on OVERDUEDD, and
      *                  prints a billing notice to the borrower's
      *                  billing address with the bank-slip digitable
      *                  line (field and general check digits).  Every
      *                  notice issued is written to EXPRECDD so the
      *                  treasury cash forecast is built from what was
      *                  actually billed.
      * 15/10/26 MAINT   Loans under an active direct-debit mandate
      *                  (MANDMSTDD) get the notice with the account
      *                  to be debited instead of a bank slip
      * 15/10/26 MAINT   Notice address picked by ESCOLHE-ENDERECO;
      *                  with none deliverable the installment is
      *                  still billed, the notice prints a HELD line
      *                  and is logged to MAILHLDD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMITE-BOLETOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO BOLCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT FEE-CONTROL-FILE ASSIGN TO TARCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEECTL-STATUS.
         SELECT AMORT-FILE ASSIGN TO AMORTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AMORT-STATUS.
         SELECT OVERDUE-FILE ASSIGN TO OVERDUEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVERDUE-STATUS.
         SELECT YTD-IN-FILE ASSIGN TO OUTFILEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YTDIN-STATUS.
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
         SELECT MANDATE-MASTER ASSIGN TO MANDMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MD-ACCOUNT-NO
             FILE STATUS IS WS-MANDATE-STATUS.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT NOTICE-FILE ASSIGN TO BOLETODD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RECEIPT-FILE ASSIGN TO EXPRECDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO BOLRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY BOLCTL.

        FD  FEE-CONTROL-FILE
            RECORDING MODE IS F.
        COPY TARCTL.

        FD  AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT.

        FD  OVERDUE-FILE
            RECORDING MODE IS F.
        COPY OVERDUE.

        FD  YTD-IN-FILE
            RECORDING MODE IS F.
        COPY LOANOUT REPLACING LOAN-OUTPUT-RECORD BY
            YTD-IN-RECORD,
            LO-ACCOUNT-NO BY YI-ACCOUNT-NO,
            LO-CURRENCY-CODE BY YI-CURRENCY-CODE,
            LO-PRINCIPAL BY YI-PRINCIPAL,
            LO-INTEREST-AMT BY YI-INTEREST-AMT,
            LO-NEW-BALANCE BY YI-NEW-BALANCE,
            LO-BASE-PRINCIPAL BY YI-BASE-PRINCIPAL,
            LO-BASE-INTEREST-AMT BY YI-BASE-INTEREST-AMT,
            LO-BASE-NEW-BALANCE BY YI-BASE-NEW-BALANCE,
            LO-CUSTOMER-ID BY YI-CUSTOMER-ID,
            LO-RESOLVED-RATE BY YI-RESOLVED-RATE,
            LO-DAY-COUNT-CODE BY YI-DAY-COUNT-CODE,
            LO-PENALTY-AMT BY YI-PENALTY-AMT,
            LO-BASE-PENALTY-AMT BY YI-BASE-PENALTY-AMT,
            LO-POSTING-DATE BY YI-POSTING-DATE,
            LO-FEE-AMT BY YI-FEE-AMT,
            LO-BASE-FEE-AMT BY YI-BASE-FEE-AMT,
            LO-FEE-CODE BY YI-FEE-CODE,
            LO-PRODUCT-CODE BY YI-PRODUCT-CODE,
            LO-WITHHOLD-AMT BY YI-WITHHOLD-AMT,
            LO-BASE-WITHHOLD-AMT BY YI-BASE-WITHHOLD-AMT,
            LO-SOLD-PCT BY YI-SOLD-PCT,
            LO-SOLD-INTEREST-AMT BY YI-SOLD-INTEREST-AMT,
            LO-BASE-SOLD-INTEREST-AMT BY YI-BASE-SOLD-INTEREST-AMT,
            LO-SOLD-PENALTY-AMT BY YI-SOLD-PENALTY-AMT,
            LO-BASE-SOLD-PENALTY-AMT BY YI-BASE-SOLD-PENALTY-AMT,
            LO-SOURCE-CODE BY YI-SOURCE-CODE,
            LO-SRC-ACCRUAL BY YI-SRC-ACCRUAL,
            LO-SRC-FEE BY YI-SRC-FEE,
            LO-SRC-WRITEOFF BY YI-SRC-WRITEOFF,
            LO-SRC-ADJUSTMENT BY YI-SRC-ADJUSTMENT.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  MANDATE-MASTER
            RECORDING MODE IS F.
        COPY MANDMST.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  NOTICE-FILE
            RECORDING MODE IS F.
        01  NOTICE-LINE                 PIC X(80).

        FD  RECEIPT-FILE
            RECORDING MODE IS F.
        COPY EXPRCPT.
        COPY FEEDHT.

        FD  REPORT-FILE
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(80).

        FD  MAIL-HOLD-FILE
            RECORDING MODE IS F.
        COPY MAILHOLD.

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
            05  WS-EOF-AMORT            PIC X(01) VALUE 'N'.
                88  EOF-AMORT                      VALUE 'Y'.
            05  WS-EOF-OVERDUE          PIC X(01) VALUE 'N'.
                88  EOF-OVERDUE                    VALUE 'Y'.
            05  WS-EOF-YTDIN            PIC X(01) VALUE 'N'.
                88  EOF-YTDIN                      VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-FEECTL-STATUS        PIC X(02).
            05  WS-AMORT-STATUS         PIC X(02).
            05  WS-OVERDUE-STATUS       PIC X(02).
            05  WS-YTDIN-STATUS         PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-MANDATE-STATUS       PIC X(02).
            05  WS-MANDATE-OPEN         PIC X(01) VALUE 'N'.
                88  MANDATE-FILE-OPEN              VALUE 'Y'.
            05  WS-DEBIT-SWITCH         PIC X(01) VALUE 'N'.
                88  ACCT-ON-DEBIT                  VALUE 'Y'.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-ACCT-DONE            PIC X(01) VALUE 'N'.
                88  ACCT-DONE                      VALUE 'Y'.
            05  WS-SLIP-SWITCH          PIC X(01) VALUE 'N'.
                88  SLIP-ISSUED                    VALUE 'Y'.
            05  WS-SLIPS-ENABLED        PIC X(01) VALUE 'N'.
                88  SLIPS-ENABLED                  VALUE 'Y'.

        01  WS-BILLING-CONTROL.
            05  WS-BANK-CODE            PIC 9(03) VALUE ZERO.
            05  WS-BRANCH-CODE          PIC 9(04) VALUE ZERO.
            05  WS-BENEFICIARY-CODE     PIC 9(07) VALUE ZERO.
            05  WS-SLIP-CURRENCY        PIC X(03) VALUE SPACES.
            05  WS-HORIZON-DAYS         PIC 9(03) VALUE 30.
            05  WS-CYCLE-START-DATE     PIC 9(08) VALUE ZERO.
            05  WS-HORIZON-DATE         PIC 9(08) VALUE ZERO.

        01  WS-OVERDUE-TABLE.
            05  WS-OVERDUE-COUNT        PIC 9(04) VALUE ZERO.
            05  WS-OVERDUE-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-OVERDUE-COUNT
                    INDEXED BY OVD-IDX.
                10  WS-OVD-ACCOUNT-NO   PIC X(10).
                10  WS-OVD-AMOUNT       PIC 9(11)V99.

        01  WS-FEE-TABLE.
            05  WS-FEE-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-FEE-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-FEE-COUNT
                    INDEXED BY FEE-IDX.
                10  WS-FEE-ACCOUNT-NO   PIC X(10).
                10  WS-FEE-AMOUNT       PIC 9(9)V99.

        01  WS-WORK-FIELDS.
            05  WS-PREV-ACCOUNT-NO      PIC X(10) VALUE SPACES.
            05  WS-BILL-ADDR-IDX        PIC 9(01).
            05  WS-BILL-FEE             PIC 9(9)V99.
            05  WS-BILL-OVERDUE         PIC 9(11)V99.
            05  WS-BILL-TOTAL           PIC 9(11)V99.
            05  WS-BILL-BASE-TOTAL      PIC 9(11)V99.
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-DUE-DAYS             PIC 9(07).
            05  WS-DUE-FACTOR           PIC 9(04).
            05  WS-SKIP-TEXT            PIC X(30).

        COPY ENDPARM REPLACING
            ADDRESS-PICK-PARM BY WS-ADDRESS-PICK-PARM,
            ADDRESS-PICK-TYPE BY WS-ADDRESS-PICK-TYPE,
            ADDRESS-PICK-IDX BY WS-ADDRESS-PICK-IDX,
            ADDRESS-PICK-RESULT BY WS-ADDRESS-PICK-RESULT,
            ADDRESS-PICK-PREFERRED BY WS-ADDRESS-PICK-PREFERRED,
            ADDRESS-PICK-FALLBACK BY WS-ADDRESS-PICK-FALLBACK,
            ADDRESS-PICK-NONE BY WS-ADDRESS-PICK-NONE.

      *    Bank-slip bar code, 44 digits: bank, currency digit,
      *    general check digit, due-date factor, amount and the
      *    25-digit free field (branch, beneficiary, slip number).
        01  WS-BARCODE.
            05  WS-BC-BANK              PIC 9(03).
            05  WS-BC-CURRENCY          PIC 9(01).
            05  WS-BC-CHECK-DIGIT       PIC 9(01).
            05  WS-BC-FACTOR            PIC 9(04).
            05  WS-BC-AMOUNT            PIC 9(8)V99.
            05  WS-BC-FREE-FIELD.
                10  WS-BC-BRANCH        PIC 9(04).
                10  WS-BC-BENEFICIARY   PIC 9(07).
                10  WS-BC-SLIP-NUMBER.
                    15  WS-BC-SLIP-ACCOUNT  PIC X(10).
                    15  WS-BC-SLIP-PERIOD   PIC 9(03).
                    15  WS-BC-SLIP-SEQ      PIC 9(01).
        01  WS-BARCODE-DIGITS REDEFINES WS-BARCODE
                                        PIC X(44).

        01  WS-DIGITABLE-FIELDS.
            05  WS-DL-FIELD-1           PIC X(09).
            05  WS-DL-CHECK-1           PIC 9(01).
            05  WS-DL-FIELD-2           PIC X(10).
            05  WS-DL-CHECK-2           PIC 9(01).
            05  WS-DL-FIELD-3           PIC X(10).
            05  WS-DL-CHECK-3           PIC 9(01).
            05  WS-DIGITABLE-LINE       PIC X(54).

      *    Check-digit work area: the digits to be checked are
      *    moved left-justified into WS-CHECK-STRING and their
      *    count into WS-CHECK-LENGTH.
        01  WS-CHECK-FIELDS.
            05  WS-CHECK-STRING         PIC X(43).
            05  WS-CHECK-TABLE REDEFINES WS-CHECK-STRING.
                10  WS-CHECK-DIGIT      PIC 9(01) OCCURS 43 TIMES.
            05  WS-CHECK-LENGTH         PIC 9(02).
            05  WS-CHECK-SUB            PIC 9(02).
            05  WS-CHECK-WEIGHT         PIC 9(02).
            05  WS-CHECK-PRODUCT        PIC 9(03).
            05  WS-CHECK-SUM            PIC 9(05).
            05  WS-CHECK-QUOTIENT       PIC 9(05).
            05  WS-CHECK-REMAINDER      PIC 9(02).
            05  WS-CHECK-RESULT         PIC 9(02).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,
            FORMAT-OUTPUT BY WS-FORMAT-OUTPUT.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-INSTALLMENTS-READ    PIC 9(7)  VALUE ZERO.
            05  WS-NOTICES-ISSUED       PIC 9(7)  VALUE ZERO.
            05  WS-SLIPS-ISSUED         PIC 9(7)  VALUE ZERO.
            05  WS-ACCOUNTS-SKIPPED     PIC 9(7)  VALUE ZERO.
            05  WS-NOTICES-HELD         PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-INSTALLMENT    PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-FEES           PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-OVERDUE        PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-BASE-BILLED    PIC 9(11)V99 VALUE ZERO.
            05  WS-RECEIPT-HASH         PIC 9(11)V9(6) VALUE ZERO.

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
           PERFORM 1100-READ-CONTROL-CARDS
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1300-LOAD-OVERDUE
           PERFORM 1400-LOAD-OPEN-FEES
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
           OPEN INPUT MANDATE-MASTER
           IF WS-MANDATE-STATUS = '00'
               MOVE 'Y' TO WS-MANDATE-OPEN
           END-IF
           OPEN INPUT AMORT-FILE
           IF WS-AMORT-STATUS NOT = '00'
               DISPLAY 'NO AMORTIZATION SCHEDULE, STATUS='
                   WS-AMORT-STATUS ' - NOTHING TO BILL'
               MOVE 'Y' TO WS-EOF-AMORT
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT RECEIPT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'EXPRCPT ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE 'EMITE-BOLETOS INSTALLMENT BILLING' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AMORT-STATUS = '00'
               PERFORM 2100-READ-AMORT
           END-IF.

      *    Without the billing card the notices still go out but no
      *    slip can be cut, since the bar code needs the collecting
      *    bank.  Fees are open from the LANCA-TARIFAS cycle start;
      *    with no fee card, from the first of the month.
       1100-READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-BANK-CODE IS NUMERIC
                               AND BC-BANK-CODE > ZERO
                               AND BC-BRANCH-CODE IS NUMERIC
                               AND BC-BENEFICIARY-CODE IS NUMERIC
                               AND BC-SLIP-CURRENCY NOT = SPACES
                           MOVE BC-BANK-CODE TO WS-BANK-CODE
                           MOVE BC-BRANCH-CODE TO WS-BRANCH-CODE
                           MOVE BC-BENEFICIARY-CODE
                               TO WS-BENEFICIARY-CODE
                           MOVE BC-SLIP-CURRENCY TO WS-SLIP-CURRENCY
                           MOVE 'Y' TO WS-SLIPS-ENABLED
                       END-IF
                       IF BC-HORIZON-DAYS IS NUMERIC
                               AND BC-HORIZON-DAYS > ZERO
                           MOVE BC-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF NOT SLIPS-ENABLED
               DISPLAY 'NO VALID BOLCTLDD CARD - NOTICES WITHOUT SLIP'
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) +
               WS-HORIZON-DAYS)
           OPEN INPUT FEE-CONTROL-FILE
           IF WS-FEECTL-STATUS = '00'
               READ FEE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TF-CYCLE-START-DATE IS NUMERIC
                           MOVE TF-CYCLE-START-DATE
                               TO WS-CYCLE-START-DATE
                       END-IF
               END-READ
               CLOSE FEE-CONTROL-FILE
           END-IF
           IF WS-CYCLE-START-DATE = ZERO
               COMPUTE WS-CYCLE-START-DATE =
                   WS-SYSTEM-DATE-YEAR  * 10000 +
                   WS-SYSTEM-DATE-MONTH * 100 + 1
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
                           MOVE CFR-EFFECTIVE-DATE TO
                               CT-EFFECTIVE-DATE (WS-CURRENCY-COUNT)
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

       1300-LOAD-OVERDUE.
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE 'N' TO WS-EOF-OVERDUE
           OPEN INPUT OVERDUE-FILE
           IF WS-OVERDUE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-OVERDUE
           ELSE
               PERFORM UNTIL EOF-OVERDUE
                   READ OVERDUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-OVERDUE
                       NOT AT END
                           IF WS-OVERDUE-COUNT < 5000
                               ADD 1 TO WS-OVERDUE-COUNT
                               MOVE OV-ACCOUNT-NO TO
                                   WS-OVD-ACCOUNT-NO
                                   (WS-OVERDUE-COUNT)
                               MOVE OV-OVERDUE-AMOUNT TO
                                   WS-OVD-AMOUNT (WS-OVERDUE-COUNT)
                           ELSE
      *                        An arrear left off the notice is money
      *                        never asked for - never run past this.
                               DISPLAY 'OVERDUE TABLE FULL, ACCOUNT '
                                   OV-ACCOUNT-NO ' - RUN ABORTED'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDUE-FILE
           END-IF.

      *    Open fees are the fee records LANCA-TARIFAS appended to
      *    the YTD chain since the cycle start, summed per account.
       1400-LOAD-OPEN-FEES.
           MOVE ZERO TO WS-FEE-COUNT
           MOVE 'N' TO WS-EOF-YTDIN
           OPEN INPUT YTD-IN-FILE
           IF WS-YTDIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-YTDIN
           END-IF
           PERFORM UNTIL EOF-YTDIN
               READ YTD-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-YTDIN
                   NOT AT END
                       IF YI-SRC-FEE
                               AND YI-POSTING-DATE NOT <
                                   WS-CYCLE-START-DATE
                           PERFORM 1450-TALLY-FEE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTDIN-STATUS = '00' OR WS-YTDIN-STATUS = '10'
               CLOSE YTD-IN-FILE
           END-IF.

       1450-TALLY-FEE.
           SET FEE-IDX TO 1
           IF WS-FEE-COUNT > ZERO
               SEARCH WS-FEE-ENTRY
                   AT END
                       SET FEE-IDX TO WS-FEE-COUNT
                       SET FEE-IDX UP BY 1
                   WHEN WS-FEE-ACCOUNT-NO (FEE-IDX) = YI-ACCOUNT-NO
                       CONTINUE
               END-SEARCH
           END-IF
           IF FEE-IDX > WS-FEE-COUNT
               IF WS-FEE-COUNT < 5000
                   ADD 1 TO WS-FEE-COUNT
                   SET FEE-IDX TO WS-FEE-COUNT
                   MOVE YI-ACCOUNT-NO TO WS-FEE-ACCOUNT-NO (FEE-IDX)
                   MOVE ZERO TO WS-FEE-AMOUNT (FEE-IDX)
               ELSE
                   DISPLAY 'FEE TABLE FULL, ACCOUNT '
                       YI-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD YI-FEE-AMT TO WS-FEE-AMOUNT (FEE-IDX).

      *    The schedule is in account and period order; only the
      *    first installment not yet due is looked at per account,
      *    and it is billed when it falls inside the horizon.
       2000-PROCESS-SCHEDULE.
           ADD 1 TO WS-INSTALLMENTS-READ
           IF AO-ACCOUNT-NO NOT = WS-PREV-ACCOUNT-NO
               MOVE AO-ACCOUNT-NO TO WS-PREV-ACCOUNT-NO
               MOVE 'N' TO WS-ACCT-DONE
           END-IF
           IF NOT ACCT-DONE AND AO-DUE-DATE NOT < WS-TODAY-DATE
               MOVE 'Y' TO WS-ACCT-DONE
               IF AO-DUE-DATE NOT > WS-HORIZON-DATE
                   PERFORM 3000-BILL-INSTALLMENT
               END-IF
           END-IF
           PERFORM 2100-READ-AMORT.

       2100-READ-AMORT.
           READ AMORT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AMORT
           END-READ.

       3000-BILL-INSTALLMENT.
           MOVE SPACES TO WS-SKIP-TEXT
           MOVE AO-ACCOUNT-NO TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-SKIP-TEXT
               NOT INVALID KEY
                   IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
                       MOVE 'PAID OFF OR WRITTEN OFF'
                           TO WS-SKIP-TEXT
                   END-IF
           END-READ
           IF WS-SKIP-TEXT = SPACES
               PERFORM 3100-LOOKUP-CURRENCY
               IF NOT CURRENCY-FOUND
                   MOVE 'CURRENCY NOT ON TABLE' TO WS-SKIP-TEXT
               END-IF
           END-IF
           IF WS-SKIP-TEXT NOT = SPACES
               ADD 1 TO WS-ACCOUNTS-SKIPPED
               MOVE SPACES TO REPORT-LINE
               STRING '  ACCOUNT ' AO-ACCOUNT-NO
                   ' ' WS-SKIP-TEXT ' - NOT BILLED'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3200-GATHER-CHARGES
               PERFORM 3300-CHECK-MANDATE
               PERFORM 3500-BUILD-SLIP
               PERFORM 4000-PRINT-NOTICE
               PERFORM 4500-WRITE-RECEIPT
           END-IF.

       3100-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       MOVE 'N' TO WS-CURRENCY-FOUND
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = AO-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF.

       3200-GATHER-CHARGES.
           MOVE ZERO TO WS-BILL-FEE
           MOVE ZERO TO WS-BILL-OVERDUE
           IF WS-FEE-COUNT > ZERO
               SET FEE-IDX TO 1
               SEARCH WS-FEE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FEE-ACCOUNT-NO (FEE-IDX) = AO-ACCOUNT-NO
                       MOVE WS-FEE-AMOUNT (FEE-IDX) TO WS-BILL-FEE
               END-SEARCH
           END-IF
           IF WS-OVERDUE-COUNT > ZERO
               SET OVD-IDX TO 1
               SEARCH WS-OVERDUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVD-ACCOUNT-NO (OVD-IDX) = AO-ACCOUNT-NO
                       MOVE WS-OVD-AMOUNT (OVD-IDX) TO WS-BILL-OVERDUE
               END-SEARCH
           END-IF
           COMPUTE WS-BILL-TOTAL =
               AO-PAYMENT + WS-BILL-FEE + WS-BILL-OVERDUE
           COMPUTE WS-BILL-BASE-TOTAL ROUNDED =
               WS-BILL-TOTAL * WS-CONVERSION-RATE.

      *    Only the installment goes to the bank under a mandate;
      *    fees and arrears on the notice are still paid by the
      *    borrower directly.
       3300-CHECK-MANDATE.
           MOVE 'N' TO WS-DEBIT-SWITCH
           IF MANDATE-FILE-OPEN
               MOVE AO-ACCOUNT-NO TO MD-ACCOUNT-NO
               READ MANDATE-MASTER
                   KEY IS MD-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MD-ACTIVE
                               AND AO-DUE-DATE NOT < MD-START-DATE
                           MOVE 'Y' TO WS-DEBIT-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    A slip is cut only in the slip currency, for a numeric
      *    account number and an amount the bar code can carry, and
      *    never for an installment the bank will debit.
      *    Due-date factor: days since 07/10/1997, restarting at
      *    1000 once it passes 9999.
       3500-BUILD-SLIP.
           MOVE 'N' TO WS-SLIP-SWITCH
           MOVE SPACES TO WS-DIGITABLE-LINE
           IF SLIPS-ENABLED AND NOT ACCT-ON-DEBIT
                   AND AO-CURRENCY-CODE = WS-SLIP-CURRENCY
                   AND AO-ACCOUNT-NO IS NUMERIC
                   AND WS-BILL-TOTAL < 100000000
               MOVE 'Y' TO WS-SLIP-SWITCH
           END-IF
           IF SLIP-ISSUED
               COMPUTE WS-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(AO-DUE-DATE) -
                   FUNCTION INTEGER-OF-DATE(19971007)
               SUBTRACT 1000 FROM WS-DUE-DAYS
               DIVIDE WS-DUE-DAYS BY 9000 GIVING WS-CHECK-QUOTIENT
                   REMAINDER WS-DUE-FACTOR
               ADD 1000 TO WS-DUE-FACTOR
               MOVE WS-BANK-CODE TO WS-BC-BANK
               MOVE 9 TO WS-BC-CURRENCY
               MOVE ZERO TO WS-BC-CHECK-DIGIT
               MOVE WS-DUE-FACTOR TO WS-BC-FACTOR
               MOVE WS-BILL-TOTAL TO WS-BC-AMOUNT
               MOVE WS-BRANCH-CODE TO WS-BC-BRANCH
               MOVE WS-BENEFICIARY-CODE TO WS-BC-BENEFICIARY
               MOVE AO-ACCOUNT-NO TO WS-BC-SLIP-ACCOUNT
               MOVE AO-PERIOD-NO TO WS-BC-SLIP-PERIOD
               MOVE ZERO TO WS-BC-SLIP-SEQ
      *        General check digit over the 43 other bar-code digits.
               MOVE SPACES TO WS-CHECK-STRING
               MOVE WS-BARCODE-DIGITS (1:4) TO WS-CHECK-STRING (1:4)
               MOVE WS-BARCODE-DIGITS (6:39) TO WS-CHECK-STRING (5:39)
               MOVE 43 TO WS-CHECK-LENGTH
               PERFORM 3700-COMPUTE-MOD11
               MOVE WS-CHECK-RESULT TO WS-BC-CHECK-DIGIT
      *        The three digitable-line fields carrying the free
      *        field each get their own check digit.
               MOVE WS-BARCODE-DIGITS (1:4) TO WS-DL-FIELD-1 (1:4)
               MOVE WS-BARCODE-DIGITS (20:5) TO WS-DL-FIELD-1 (5:5)
               MOVE WS-BARCODE-DIGITS (25:10) TO WS-DL-FIELD-2
               MOVE WS-BARCODE-DIGITS (35:10) TO WS-DL-FIELD-3
               MOVE SPACES TO WS-CHECK-STRING
               MOVE WS-DL-FIELD-1 TO WS-CHECK-STRING
               MOVE 9 TO WS-CHECK-LENGTH
               PERFORM 3600-COMPUTE-MOD10
               MOVE WS-CHECK-RESULT TO WS-DL-CHECK-1
               MOVE SPACES TO WS-CHECK-STRING
               MOVE WS-DL-FIELD-2 TO WS-CHECK-STRING
               MOVE 10 TO WS-CHECK-LENGTH
               PERFORM 3600-COMPUTE-MOD10
               MOVE WS-CHECK-RESULT TO WS-DL-CHECK-2
               MOVE SPACES TO WS-CHECK-STRING
               MOVE WS-DL-FIELD-3 TO WS-CHECK-STRING
               MOVE 10 TO WS-CHECK-LENGTH
               PERFORM 3600-COMPUTE-MOD10
               MOVE WS-CHECK-RESULT TO WS-DL-CHECK-3
               STRING WS-DL-FIELD-1 (1:5) '.' WS-DL-FIELD-1 (6:4)
                   WS-DL-CHECK-1 ' '
                   WS-DL-FIELD-2 (1:5) '.' WS-DL-FIELD-2 (6:5)
                   WS-DL-CHECK-2 ' '
                   WS-DL-FIELD-3 (1:5) '.' WS-DL-FIELD-3 (6:5)
                   WS-DL-CHECK-3 ' '
                   WS-BC-CHECK-DIGIT ' '
                   WS-BARCODE-DIGITS (6:14)
                   DELIMITED BY SIZE INTO WS-DIGITABLE-LINE
               ADD 1 TO WS-SLIPS-ISSUED
           END-IF.

      *    Modulus 10: weights 2,1,2,1... from the rightmost digit,
      *    two-digit products reduced to the sum of their digits.
       3600-COMPUTE-MOD10.
           MOVE ZERO TO WS-CHECK-SUM
           MOVE 2 TO WS-CHECK-WEIGHT
           PERFORM VARYING WS-CHECK-SUB FROM WS-CHECK-LENGTH BY -1
                   UNTIL WS-CHECK-SUB < 1
               COMPUTE WS-CHECK-PRODUCT =
                   WS-CHECK-DIGIT (WS-CHECK-SUB) * WS-CHECK-WEIGHT
               IF WS-CHECK-PRODUCT > 9
                   SUBTRACT 9 FROM WS-CHECK-PRODUCT
               END-IF
               ADD WS-CHECK-PRODUCT TO WS-CHECK-SUM
               IF WS-CHECK-WEIGHT = 2
                   MOVE 1 TO WS-CHECK-WEIGHT
               ELSE
                   MOVE 2 TO WS-CHECK-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-RESULT
           ELSE
               COMPUTE WS-CHECK-RESULT = 10 - WS-CHECK-REMAINDER
           END-IF.

      *    Modulus 11: weights 2 to 9 repeating from the rightmost
      *    digit; a result of 0, 10 or 11 gives check digit 1.
       3700-COMPUTE-MOD11.
           MOVE ZERO TO WS-CHECK-SUM
           MOVE 2 TO WS-CHECK-WEIGHT
           PERFORM VARYING WS-CHECK-SUB FROM WS-CHECK-LENGTH BY -1
                   UNTIL WS-CHECK-SUB < 1
               COMPUTE WS-CHECK-PRODUCT =
                   WS-CHECK-DIGIT (WS-CHECK-SUB) * WS-CHECK-WEIGHT
               ADD WS-CHECK-PRODUCT TO WS-CHECK-SUM
               IF WS-CHECK-WEIGHT = 9
                   MOVE 2 TO WS-CHECK-WEIGHT
               ELSE
                   ADD 1 TO WS-CHECK-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-CHECK-SUM BY 11 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           COMPUTE WS-CHECK-RESULT = 11 - WS-CHECK-REMAINDER
           IF WS-CHECK-RESULT = ZERO OR WS-CHECK-RESULT > 9
               MOVE 1 TO WS-CHECK-RESULT
           END-IF.

       4000-PRINT-NOTICE.
           PERFORM 4100-LOOKUP-BORROWER
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           MOVE 'INSTALLMENT BILLING NOTICE' TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO NOTICE-LINE
           STRING 'DATE: ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           IF BORROWER-FOUND
               MOVE SPACES TO NOTICE-LINE
               STRING CM-NAME
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               IF WS-ADDRESS-PICK-NONE
                   MOVE '*** HELD - NO DELIVERABLE ADDRESS ***'
                       TO NOTICE-LINE
                   PERFORM 4200-HOLD-NOTICE
               ELSE
                   STRING CM-HOUSE-NUMBER (WS-BILL-ADDR-IDX)
                       ' ' CM-COUNTRY (WS-BILL-ADDR-IDX)
                       ' ' CM-PINCODE (WS-BILL-ADDR-IDX)
                       DELIMITED BY SIZE INTO NOTICE-LINE
               END-IF
               WRITE NOTICE-LINE
           ELSE
               MOVE SPACES TO NOTICE-LINE
               STRING 'BORROWER ' LI-CUSTOMER-ID
                   ' NOT ON CUSTOMER MASTER'
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE SPACES TO NOTICE-LINE
           STRING 'LOAN ACCOUNT       : ' AO-ACCOUNT-NO
               '  CURRENCY: ' AO-CURRENCY-CODE
               '  INSTALLMENT: ' AO-PERIOD-NO
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE AO-DUE-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO NOTICE-LINE
           STRING 'DUE DATE           : ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE AO-PRINCIPAL-PORTION TO WS-EDIT-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING '  PRINCIPAL        : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE AO-INTEREST-PORTION TO WS-EDIT-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING '  INTEREST         : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE AO-PAYMENT TO WS-EDIT-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING 'INSTALLMENT        : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           IF WS-BILL-FEE > ZERO
               MOVE WS-BILL-FEE TO WS-EDIT-AMOUNT
               MOVE SPACES TO NOTICE-LINE
               STRING 'FEES               : ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF WS-BILL-OVERDUE > ZERO
               MOVE WS-BILL-OVERDUE TO WS-EDIT-AMOUNT
               MOVE SPACES TO NOTICE-LINE
               STRING 'AMOUNT OVERDUE     : ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           MOVE WS-BILL-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO NOTICE-LINE
           STRING 'TOTAL DUE          : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           IF SLIP-ISSUED
               STRING 'BANK SLIP          : ' WS-DIGITABLE-LINE
                   DELIMITED BY SIZE INTO NOTICE-LINE
           ELSE
           IF ACCT-ON-DEBIT
               STRING 'INSTALLMENT DEBITED: BANK ' MD-PAYER-BANK
                   ' BRANCH ' MD-PAYER-BRANCH
                   ' ACCOUNT ' MD-PAYER-ACCOUNT
                   DELIMITED BY SIZE INTO NOTICE-LINE
           ELSE
               MOVE 'NO BANK SLIP - PAY BY TRANSFER TO THE LENDER'
                   TO NOTICE-LINE
           END-IF
           END-IF
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-ISSUED
           ADD AO-PAYMENT TO WS-TOTAL-INSTALLMENT
           ADD WS-BILL-FEE TO WS-TOTAL-FEES
           ADD WS-BILL-OVERDUE TO WS-TOTAL-OVERDUE.

      *    Billing address occurrence; first address on file when no
      *    billing type is present, as the statement run does for
      *    the mailing address, another one when that address has
      *    come back from the post office.
       4100-LOOKUP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 1 TO WS-BILL-ADDR-IDX
           MOVE 'P' TO WS-ADDRESS-PICK-RESULT
           MOVE LI-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BORROWER-FOUND
                   MOVE 'B' TO WS-ADDRESS-PICK-TYPE
                   CALL 'ESCOLHE-ENDERECO' USING CUSTOMER-MASTER-RECORD
                       WS-ADDRESS-PICK-PARM
                   MOVE WS-ADDRESS-PICK-IDX TO WS-BILL-ADDR-IDX
           END-READ.

      *    No deliverable address: the installment is still billed
      *    and expected, but the notice prints with a HELD line in
      *    place of the address and is logged to MAILHLDD so the
      *    branch keeps it out of the post.
       4200-HOLD-NOTICE.
           ADD 1 TO WS-NOTICES-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'BOLETOS ' TO MH-PROGRAM-NAME
           MOVE LI-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE AO-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'BILLING NOTICE' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD.

       4500-WRITE-RECEIPT.
           MOVE AO-ACCOUNT-NO      TO ER-ACCOUNT-NO
           MOVE AO-CURRENCY-CODE   TO ER-CURRENCY-CODE
           MOVE AO-DUE-DATE        TO ER-DUE-DATE
           MOVE AO-PERIOD-NO       TO ER-PERIOD-NO
           MOVE AO-PAYMENT         TO ER-INSTALLMENT-AMT
           MOVE WS-BILL-FEE        TO ER-FEE-AMT
           MOVE WS-BILL-OVERDUE    TO ER-OVERDUE-AMT
           MOVE WS-BILL-TOTAL      TO ER-TOTAL-AMT
           MOVE WS-BILL-BASE-TOTAL TO ER-BASE-TOTAL-AMT
           IF SLIP-ISSUED
               MOVE WS-BC-SLIP-NUMBER TO ER-SLIP-NUMBER
           ELSE
               MOVE SPACES TO ER-SLIP-NUMBER
           END-IF
           MOVE WS-TODAY-DATE      TO ER-BILLED-DATE
           WRITE EXPECTED-RECEIPT-RECORD
           ADD WS-BILL-TOTAL TO WS-RECEIPT-HASH
           ADD WS-BILL-BASE-TOTAL TO WS-TOTAL-BASE-BILLED
           MOVE WS-BILL-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BILLED   ' AO-ACCOUNT-NO
               ' ' AO-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
               ' DUE ' AO-DUE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           IF NOT SLIP-ISSUED
               MOVE 'NOSLIP' TO REPORT-LINE (75:6)
           END-IF
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-NOTICES-ISSUED TO FT-RECORD-COUNT
           MOVE WS-RECEIPT-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-ACCOUNTS-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-AMORT-STATUS = '00' OR WS-AMORT-STATUS = '10'
               CLOSE AMORT-FILE
           END-IF
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           IF MANDATE-FILE-OPEN
               CLOSE MANDATE-MASTER
           END-IF
           CLOSE NOTICE-FILE
           CLOSE RECEIPT-FILE
           CLOSE REPORT-FILE
           CLOSE MAIL-HOLD-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-INSTALLMENTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEDULE LINES READ: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOTICES-ISSUED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTICES ISSUED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SLIPS-ISSUED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BANK SLIPS ISSUED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ACCOUNTS-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS SKIPPED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NOTICES-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - NO ADDRESS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-INSTALLMENT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'INSTALLMENTS BILLED : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-FEES TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'FEES BILLED         : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-OVERDUE TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'OVERDUE BILLED      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-BASE-BILLED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL BILLED BASE   : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'BOLETOS ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-INSTALLMENTS-READ TO RL-RECORDS-READ
           MOVE WS-NOTICES-ISSUED TO RL-RECORDS-WRITTEN
           MOVE WS-ACCOUNTS-SKIPPED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
