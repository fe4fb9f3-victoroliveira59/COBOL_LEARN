      *****************************************************************
      * Program name:    CALCULA-CET
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: total effective cost (CET)
      *                  disclosure.  For every open ('O') and cost
      *                  quote ('Q') transaction on LOANTRNDD builds
      *                  the contractual cash flows - principal, the
      *                  nominal or index-linked rate, term and
      *                  day-count convention, the FEESCHDD
      *                  origination fees and the CETCTLDD credit tax
      *                  - solves for the effective annual rate and
      *                  prints the borrower's disclosure sheet with
      *                  the full schedule on CETDISDD.  Opens are
      *                  kept on the CETMSTDD effective-cost master
      *                  for later audit against what was charged.
      * 15/10/26 MAINT   Sheet address picked by ESCOLHE-ENDERECO;
      *                  with none deliverable the sheet prints a
      *                  HELD line and is logged to MAILHLDD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCULA-CET.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO CETCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT TRAN-FILE ASSIGN TO LOANTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT RATE-INDEX-FILE ASSIGN TO RATEIDXDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PRODUCT-FILE ASSIGN TO PRODMSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRODUCT-STATUS.
         SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEESCH-STATUS.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT CET-MASTER ASSIGN TO CETMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CE-ACCOUNT-NO
             FILE STATUS IS WS-CET-STATUS.
         SELECT DISCLOSURE-FILE ASSIGN TO CETDISDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO CETRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY CETCTL.

        FD  TRAN-FILE
            RECORDING MODE IS F.
        COPY LOANTRAN.

        FD  RATE-INDEX-FILE
            RECORDING MODE IS F.
        COPY RATEFILE.

        FD  PRODUCT-FILE
            RECORDING MODE IS F.
        COPY PRODFILE.

        FD  FEE-SCHEDULE-FILE
            RECORDING MODE IS F.
        COPY FEESCHED.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  CET-MASTER
            RECORDING MODE IS F.
        COPY CETREC.

        FD  DISCLOSURE-FILE
            RECORDING MODE IS F.
        01  LETTER-LINE                 PIC X(80).

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

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,
            FORMAT-OUTPUT BY WS-FORMAT-OUTPUT.

        COPY RATETAB.
        COPY PRODTAB.
        01  WS-FLAGS.
            05  WS-EOF-TRAN             PIC X(01) VALUE 'N'.
                88  EOF-TRAN                       VALUE 'Y'.
            05  WS-EOF-RATE-INDEX       PIC X(01) VALUE 'N'.
                88  EOF-RATE-INDEX                 VALUE 'Y'.
            05  WS-EOF-PRODUCT          PIC X(01) VALUE 'N'.
                88  EOF-PRODUCT                    VALUE 'Y'.
            05  WS-EOF-FEESCH           PIC X(01) VALUE 'N'.
                88  EOF-FEESCH                     VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-PRODUCT-STATUS       PIC X(02).
            05  WS-FEESCH-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-CET-STATUS           PIC X(02).
            05  WS-CET-MASTER-OPEN      PIC X(01) VALUE 'N'.
                88  CET-MASTER-OPEN                VALUE 'Y'.
            05  WS-CUST-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  CUST-MASTER-OPEN               VALUE 'Y'.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-RATE-INDEX-FOUND     PIC X(01) VALUE 'N'.
            05  WS-PRODUCT-FOUND        PIC X(01) VALUE 'N'.
                88  PRODUCT-FOUND                  VALUE 'Y'.
            05  WS-TAX-CARD-FOUND       PIC X(01) VALUE 'N'.
                88  TAX-CARD-FOUND                 VALUE 'Y'.

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-REJECT-CODE          PIC X(04).
            05  WS-REJECT-TEXT          PIC X(30).

      *    Origination fees only; the recurring and settlement fees
      *    on the schedule are LANCA-TARIFAS's and are not known at
      *    signing.
        01  WS-FEE-TABLE.
            05  WS-FEE-COUNT            PIC 9(03) VALUE ZERO.
            05  WS-FEE-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-FEE-COUNT
                    INDEXED BY FEE-IDX.
                10  WS-FEE-CODE         PIC X(04).
                10  WS-FEE-DESC         PIC X(20).
                10  WS-FEE-BASIS        PIC X(01).
                10  WS-FEE-AMOUNT       PIC 9(7)V99.
                10  WS-FEE-PCT          PIC 9(3)V9(4).
                10  WS-FEE-CURRENCY     PIC X(03).
                10  WS-FEE-CHARGE       PIC 9(9)V99.

      *    The contractual schedule: one entry per monthly
      *    installment, with the days from the contract date that
      *    the effective-cost equation discounts over.
        01  WS-SCHEDULE-TABLE.
            05  WS-SCHED-COUNT          PIC 9(03) VALUE ZERO.
            05  WS-SCHED-ENTRY OCCURS 1 TO 999 TIMES
                    DEPENDING ON WS-SCHED-COUNT.
                10  WS-SC-DUE-DATE      PIC 9(08).
                10  WS-SC-DAYS          PIC 9(05).
                10  WS-SC-PERIOD-RATE   PIC 9V9(12).
                10  WS-SC-PAYMENT       PIC 9(9)V99.
                10  WS-SC-INTEREST      PIC 9(9)V99.
                10  WS-SC-PRINCIPAL     PIC 9(9)V99.
                10  WS-SC-BALANCE       PIC 9(9)V99.

        01  WS-TAX-FIELDS.
            05  WS-TAX-DAILY-PCT        PIC 9V9(6) VALUE ZERO.
            05  WS-TAX-MAX-DAYS         PIC 9(03)  VALUE 365.
            05  WS-TAX-FLAT-PCT         PIC 9V9(4) VALUE ZERO.
            05  WS-TAX-DAYS             PIC 9(05).

        01  WS-CET-FIELDS.
            05  WS-NOMINAL-RATE-PCT     PIC S9(3)V9(4).
            05  WS-CONTRACT-DATE        PIC 9(08).
            05  WS-CONTRACT-DATE-X REDEFINES WS-CONTRACT-DATE.
                10  WS-CONTRACT-YEAR    PIC 9(04).
                10  WS-CONTRACT-MONTH   PIC 9(02).
                10  WS-CONTRACT-DAY     PIC 9(02).
            05  WS-TOTAL-FEES           PIC 9(9)V99.
            05  WS-TOTAL-TAX            PIC 9(9)V99.
            05  WS-NET-RELEASED         PIC S9(9)V99.
            05  WS-INSTALLMENT          PIC 9(9)V99.
            05  WS-TOTAL-PAYABLE        PIC 9(11)V99.
            05  WS-DISCOUNT             PIC 9V9(15).
            05  WS-ANNUITY-SUM          PIC 9(4)V9(12).
            05  WS-BALANCE              PIC 9(9)V99.
            05  WS-CET-LOW              PIC 9(3)V9(12).
            05  WS-CET-HIGH             PIC 9(3)V9(12).
            05  WS-CET-TRIAL            PIC 9(3)V9(12).
            05  WS-CET-ANNUAL           PIC 9(3)V9(12).
            05  WS-CET-MONTHLY          PIC 9(3)V9(12).
            05  WS-PV-SUM               PIC S9(11)V9(8).
            05  WS-SC-SUB               PIC 9(03).

      *    Due dates fall on the contract day of each following
      *    month, or the last day of a shorter month.
        01  WS-DUE-DATE-FIELDS.
            05  WS-DUE-DATE             PIC 9(08).
            05  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
                10  WS-DUE-YEAR         PIC 9(04).
                10  WS-DUE-MONTH        PIC 9(02).
                10  WS-DUE-DAY          PIC 9(02).
            05  WS-PREV-DUE-DATE        PIC 9(08).
            05  WS-MONTH-NUMBER         PIC 9(07).
            05  WS-PERIOD-DAYS          PIC 9(05).
            05  WS-YEAR-DAYS            PIC 9(03).
            05  WS-MONTH-DAYS-LIST      PIC X(24)
                    VALUE '312831303130313130313031'.
            05  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
                10  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
            05  WS-LAST-DAY             PIC 9(02).

        01  WS-BORROWER-FIELDS.
            05  WS-MAIL-ADDR-IDX        PIC 9(01).

        COPY ENDPARM REPLACING
            ADDRESS-PICK-PARM BY WS-ADDRESS-PICK-PARM,
            ADDRESS-PICK-TYPE BY WS-ADDRESS-PICK-TYPE,
            ADDRESS-PICK-IDX BY WS-ADDRESS-PICK-IDX,
            ADDRESS-PICK-RESULT BY WS-ADDRESS-PICK-RESULT,
            ADDRESS-PICK-PREFERRED BY WS-ADDRESS-PICK-PREFERRED,
            ADDRESS-PICK-FALLBACK BY WS-ADDRESS-PICK-FALLBACK,
            ADDRESS-PICK-NONE BY WS-ADDRESS-PICK-NONE.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-TRANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-SKIPPED        PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-REJECTED       PIC 9(7)  VALUE ZERO.
            05  WS-OPENS-DISCLOSED      PIC 9(7)  VALUE ZERO.
            05  WS-QUOTES-DISCLOSED     PIC 9(7)  VALUE ZERO.
            05  WS-DISCLOSURES-HELD     PIC 9(7)  VALUE ZERO.
            05  WS-CET-RECORDED         PIC 9(7)  VALUE ZERO.
            05  WS-CET-REPLACED         PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-FINANCED       PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-FEES-ALL       PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-TAX-ALL        PIC 9(11)V99 VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-PERIOD          PIC ZZ9.
            05  WS-EDIT-PAYMENT         PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-PRINCIPAL       PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-INTEREST        PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-PCT             PIC -ZZ,ZZ9.9999.
            05  WS-EDIT-BASIS           PIC X(07).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN UNTIL EOF-TRAN
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
           PERFORM 1250-LOAD-RATE-INDEX-TABLE
           PERFORM 1270-LOAD-PRODUCT-TABLE
           PERFORM 1300-LOAD-FEE-SCHEDULE
           OPEN INPUT TRAN-FILE
      *    Without the customer master the sheet is addressed by
      *    customer number only.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF
           OPEN I-O CET-MASTER
           IF WS-CET-STATUS = '00'
               MOVE 'Y' TO WS-CET-MASTER-OPEN
           ELSE
               DISPLAY 'ERROR OPENING CETMSTDD, STATUS='
                   WS-CET-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN OUTPUT DISCLOSURE-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'CALCULA-CET TOTAL EFFECTIVE COST DISCLOSURE'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT TAX-CARD-FOUND
               MOVE SPACES TO REPORT-LINE
               MOVE 'NO CETCTLDD CARD - NO CREDIT TAX IN THE COST'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 2100-READ-TRAN.

      *    A zero cap on the tax days means the tax runs for a full
      *    year, the usual statutory limit.
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-TAX-CARD-FOUND
                       IF CX-TAX-DAILY-PCT IS NUMERIC
                           MOVE CX-TAX-DAILY-PCT TO WS-TAX-DAILY-PCT
                       END-IF
                       IF CX-TAX-MAX-DAYS IS NUMERIC
                               AND CX-TAX-MAX-DAYS > ZERO
                           MOVE CX-TAX-MAX-DAYS TO WS-TAX-MAX-DAYS
                       END-IF
                       IF CX-TAX-FLAT-PCT IS NUMERIC
                           MOVE CX-TAX-FLAT-PCT TO WS-TAX-FLAT-PCT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1250-LOAD-RATE-INDEX-TABLE.
           MOVE ZERO TO WS-RATE-INDEX-COUNT
           MOVE 'N' TO WS-EOF-RATE-INDEX
           OPEN INPUT RATE-INDEX-FILE
           PERFORM UNTIL EOF-RATE-INDEX
               READ RATE-INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RATE-INDEX
                   NOT AT END
                       PERFORM 1255-LOAD-ONE-RATE-INDEX
               END-READ
           END-PERFORM
           CLOSE RATE-INDEX-FILE.

      *    Latest effective date for each index wins, as in the
      *    accrual run, so the cost is quoted on today's fixing.
       1255-LOAD-ONE-RATE-INDEX.
           MOVE 'N' TO WS-RATE-INDEX-FOUND
           IF WS-RATE-INDEX-COUNT > ZERO
               SET RIDX-IDX TO 1
               SEARCH RATE-INDEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN RT-INDEX-CODE (RIDX-IDX) = RI-INDEX-CODE
                       MOVE 'Y' TO WS-RATE-INDEX-FOUND
                       IF RI-EFFECTIVE-DATE NOT <
                               RT-EFFECTIVE-DATE (RIDX-IDX)
                           MOVE RI-INDEX-RATE-PCT TO
                               RT-INDEX-RATE-PCT (RIDX-IDX)
                           MOVE RI-EFFECTIVE-DATE TO
                               RT-EFFECTIVE-DATE (RIDX-IDX)
                       END-IF
               END-SEARCH
           END-IF
           IF WS-RATE-INDEX-FOUND = 'N'
               IF WS-RATE-INDEX-COUNT < 100
                   ADD 1 TO WS-RATE-INDEX-COUNT
                   MOVE RI-INDEX-CODE TO RT-INDEX-CODE
                                    (WS-RATE-INDEX-COUNT)
                   MOVE RI-INDEX-RATE-PCT TO
                       RT-INDEX-RATE-PCT (WS-RATE-INDEX-COUNT)
                   MOVE RI-EFFECTIVE-DATE TO
                       RT-EFFECTIVE-DATE (WS-RATE-INDEX-COUNT)
               ELSE
                   DISPLAY 'RATE INDEX TABLE FULL, CODE '
                       RI-INDEX-CODE ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Only the code, name and default day-count convention are
      *    needed here; the product edits are maintenance's.
       1270-LOAD-PRODUCT-TABLE.
           MOVE ZERO TO WS-PRODUCT-COUNT
           MOVE 'N' TO WS-EOF-PRODUCT
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PRODUCT
           END-IF
           PERFORM UNTIL EOF-PRODUCT
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PRODUCT
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 50
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE PD-PRODUCT-CODE TO
                               PR-PRODUCT-CODE (WS-PRODUCT-COUNT)
                           MOVE PD-DESCRIPTION TO
                               PR-DESCRIPTION (WS-PRODUCT-COUNT)
                           MOVE PD-DEFAULT-DCC TO
                               PR-DEFAULT-DCC (WS-PRODUCT-COUNT)
                       ELSE
                           DISPLAY 'PRODUCT TABLE FULL, CODE '
                               PD-PRODUCT-CODE ' - RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRODUCT-STATUS = '00' OR WS-PRODUCT-STATUS = '10'
               CLOSE PRODUCT-FILE
           END-IF.

      *    No fee schedule means no fees enter the cost; the run
      *    still discloses interest and tax.
       1300-LOAD-FEE-SCHEDULE.
           MOVE ZERO TO WS-FEE-COUNT
           MOVE 'N' TO WS-EOF-FEESCH
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEESCH-STATUS NOT = '00'
               DISPLAY 'NO FEE SCHEDULE, STATUS=' WS-FEESCH-STATUS
                   ' - NO ORIGINATION FEES'
           ELSE
               PERFORM UNTIL EOF-FEESCH
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FEESCH
                       NOT AT END
                           IF FE-ORIGINATION
                               PERFORM 1350-KEEP-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       1350-KEEP-FEE.
           IF WS-FEE-COUNT < 50
               ADD 1 TO WS-FEE-COUNT
               MOVE FE-FEE-CODE TO WS-FEE-CODE (WS-FEE-COUNT)
               MOVE FE-DESCRIPTION TO WS-FEE-DESC (WS-FEE-COUNT)
               MOVE FE-BASIS-CODE TO WS-FEE-BASIS (WS-FEE-COUNT)
               MOVE FE-AMOUNT TO WS-FEE-AMOUNT (WS-FEE-COUNT)
               MOVE FE-PCT TO WS-FEE-PCT (WS-FEE-COUNT)
               MOVE FE-CURRENCY-CODE TO
                   WS-FEE-CURRENCY (WS-FEE-COUNT)
               MOVE ZERO TO WS-FEE-CHARGE (WS-FEE-COUNT)
           ELSE
               DISPLAY 'FEE TABLE FULL, CODE '
                   FE-FEE-CODE ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Modify, close and status transactions change nothing the
      *    borrower signs for and pass by uncounted in the cost.
       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRANS-READ
           IF LT-OPEN OR LT-CET-QUOTE
               PERFORM 3000-VALIDATE-TRAN
               IF RECORD-IS-VALID
                   PERFORM 3100-BUILD-SCHEDULE
                   PERFORM 3300-APPLY-FEES-AND-TAX
               END-IF
               IF RECORD-IS-VALID
                   PERFORM 3500-SOLVE-CET
               END-IF
               IF RECORD-IS-VALID
                   PERFORM 4000-PRINT-DISCLOSURE
                   IF LT-OPEN
                       ADD 1 TO WS-OPENS-DISCLOSED
                       PERFORM 5000-RECORD-CET
                   ELSE
                       ADD 1 TO WS-QUOTES-DISCLOSED
                   END-IF
               ELSE
                   PERFORM 4900-REPORT-REJECT
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-SKIPPED
           END-IF
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

      *    The same rate and convention maintenance will book: an
      *    index-linked loan prices at today's fixing plus spread,
      *    and a blank convention takes the product's default.
       3000-VALIDATE-TRAN.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN LT-PRINCIPAL NOT NUMERIC
                       OR LT-PRINCIPAL = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'C001' TO WS-REJECT-CODE
                   MOVE 'INVALID PRINCIPAL' TO WS-REJECT-TEXT
               WHEN LT-TERM-MONTHS NOT NUMERIC
                       OR LT-TERM-MONTHS = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'C002' TO WS-REJECT-CODE
                   MOVE 'INVALID TERM' TO WS-REJECT-TEXT
               WHEN LT-RATE-PCT NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'C003' TO WS-REJECT-CODE
                   MOVE 'INVALID RATE' TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RECORD-IS-VALID
               PERFORM 3010-RESOLVE-RATE
           END-IF
           IF RECORD-IS-VALID
               PERFORM 3020-RESOLVE-PRODUCT
           END-IF
           IF RECORD-IS-VALID
               IF LT-LAST-POSTED-DATE IS NUMERIC
                       AND LT-LAST-POSTED-DATE > ZERO
                   MOVE LT-LAST-POSTED-DATE TO WS-CONTRACT-DATE
               ELSE
                   MOVE WS-TODAY-DATE TO WS-CONTRACT-DATE
               END-IF
           END-IF.

       3010-RESOLVE-RATE.
           IF LT-RATE-INDEX-CODE = SPACES
               MOVE LT-RATE-PCT TO WS-NOMINAL-RATE-PCT
           ELSE
               MOVE 'N' TO WS-RATE-INDEX-FOUND
               IF WS-RATE-INDEX-COUNT > ZERO
                   SET RIDX-IDX TO 1
                   SEARCH RATE-INDEX-ENTRY
                       AT END
                           CONTINUE
                       WHEN RT-INDEX-CODE (RIDX-IDX) =
                               LT-RATE-INDEX-CODE
                           MOVE 'Y' TO WS-RATE-INDEX-FOUND
                   END-SEARCH
               END-IF
               IF WS-RATE-INDEX-FOUND = 'N'
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'C004' TO WS-REJECT-CODE
                   MOVE 'UNKNOWN RATE INDEX' TO WS-REJECT-TEXT
               ELSE
                   IF LT-RATE-SPREAD IS NUMERIC
                       COMPUTE WS-NOMINAL-RATE-PCT =
                           RT-INDEX-RATE-PCT (RIDX-IDX)
                           + LT-RATE-SPREAD
                   ELSE
                       MOVE RT-INDEX-RATE-PCT (RIDX-IDX)
                           TO WS-NOMINAL-RATE-PCT
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID AND WS-NOMINAL-RATE-PCT < ZERO
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'C003' TO WS-REJECT-CODE
               MOVE 'INVALID RATE' TO WS-REJECT-TEXT
           END-IF.

       3020-RESOLVE-PRODUCT.
           MOVE 'N' TO WS-PRODUCT-FOUND
           IF WS-PRODUCT-COUNT > ZERO
               SET PROD-IDX TO 1
               SEARCH PRODUCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PR-PRODUCT-CODE (PROD-IDX) = LT-PRODUCT-CODE
                       MOVE 'Y' TO WS-PRODUCT-FOUND
               END-SEARCH
           END-IF
           IF NOT PRODUCT-FOUND
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'C005' TO WS-REJECT-CODE
               MOVE 'UNKNOWN PRODUCT CODE' TO WS-REJECT-TEXT
           ELSE
               IF LT-DAY-COUNT-CODE = SPACE
                   MOVE PR-DEFAULT-DCC (PROD-IDX)
                       TO LT-DAY-COUNT-CODE
               END-IF
               IF LT-DAY-COUNT-CODE NOT = SPACE
                       AND LT-DAY-COUNT-CODE NOT = '1'
                       AND LT-DAY-COUNT-CODE NOT = '2'
                       AND LT-DAY-COUNT-CODE NOT = '3'
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'C006' TO WS-REJECT-CODE
                   MOVE 'INVALID DAY-COUNT CODE' TO WS-REJECT-TEXT
               END-IF
           END-IF.

      *    Level installment over the actual periods: each period's
      *    rate follows the day-count convention (30/360 and no
      *    convention at a twelfth of the annual rate, ACT/365 and
      *    ACT/ACT on the days actually in the period), and the
      *    installment is the principal over the sum of the
      *    cumulative discount factors.  The last installment takes
      *    up the rounding so the loan closes at zero.
       3100-BUILD-SCHEDULE.
           MOVE LT-TERM-MONTHS TO WS-SCHED-COUNT
           MOVE WS-CONTRACT-DATE TO WS-PREV-DUE-DATE
           MOVE 1 TO WS-DISCOUNT
           MOVE ZERO TO WS-ANNUITY-SUM
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SCHED-COUNT
               PERFORM 3150-SET-DUE-DATE
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PREV-DUE-DATE)
               MOVE WS-DUE-DATE TO WS-SC-DUE-DATE (WS-SC-SUB)
               COMPUTE WS-SC-DAYS (WS-SC-SUB) =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CONTRACT-DATE)
               PERFORM 3160-SET-PERIOD-RATE
               COMPUTE WS-DISCOUNT ROUNDED = WS-DISCOUNT
                   / (1 + WS-SC-PERIOD-RATE (WS-SC-SUB))
               ADD WS-DISCOUNT TO WS-ANNUITY-SUM
               MOVE WS-DUE-DATE TO WS-PREV-DUE-DATE
           END-PERFORM
           COMPUTE WS-INSTALLMENT ROUNDED =
               LT-PRINCIPAL / WS-ANNUITY-SUM
           MOVE LT-PRINCIPAL TO WS-BALANCE
           MOVE ZERO TO WS-TOTAL-PAYABLE
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SCHED-COUNT
               COMPUTE WS-SC-INTEREST (WS-SC-SUB) ROUNDED =
                   WS-BALANCE * WS-SC-PERIOD-RATE (WS-SC-SUB)
               IF WS-SC-SUB = WS-SCHED-COUNT
                   MOVE WS-BALANCE TO WS-SC-PRINCIPAL (WS-SC-SUB)
               ELSE
                   COMPUTE WS-SC-PRINCIPAL (WS-SC-SUB) =
                       WS-INSTALLMENT - WS-SC-INTEREST (WS-SC-SUB)
               END-IF
               COMPUTE WS-SC-PAYMENT (WS-SC-SUB) =
                   WS-SC-PRINCIPAL (WS-SC-SUB)
                   + WS-SC-INTEREST (WS-SC-SUB)
               SUBTRACT WS-SC-PRINCIPAL (WS-SC-SUB) FROM WS-BALANCE
               MOVE WS-BALANCE TO WS-SC-BALANCE (WS-SC-SUB)
               ADD WS-SC-PAYMENT (WS-SC-SUB) TO WS-TOTAL-PAYABLE
           END-PERFORM.

       3150-SET-DUE-DATE.
           COMPUTE WS-MONTH-NUMBER =
               WS-CONTRACT-YEAR * 12 + WS-CONTRACT-MONTH - 1
               + WS-SC-SUB
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-LAST-DAY
           IF WS-DUE-MONTH = 2
               IF FUNCTION MOD(WS-DUE-YEAR, 400) = 0
               OR (FUNCTION MOD(WS-DUE-YEAR, 4) = 0 AND
                   FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF
           IF WS-CONTRACT-DAY > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-DUE-DAY
           ELSE
               MOVE WS-CONTRACT-DAY TO WS-DUE-DAY
           END-IF.

       3160-SET-PERIOD-RATE.
           EVALUATE LT-DAY-COUNT-CODE
               WHEN '2'
                   COMPUTE WS-SC-PERIOD-RATE (WS-SC-SUB) ROUNDED =
                       WS-NOMINAL-RATE-PCT / 100
                       * WS-PERIOD-DAYS / 365
               WHEN '3'
                   IF FUNCTION MOD(WS-DUE-YEAR, 400) = 0
                   OR (FUNCTION MOD(WS-DUE-YEAR, 4) = 0 AND
                       FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0)
                       MOVE 366 TO WS-YEAR-DAYS
                   ELSE
                       MOVE 365 TO WS-YEAR-DAYS
                   END-IF
                   COMPUTE WS-SC-PERIOD-RATE (WS-SC-SUB) ROUNDED =
                       WS-NOMINAL-RATE-PCT / 100
                       * WS-PERIOD-DAYS / WS-YEAR-DAYS
               WHEN OTHER
                   COMPUTE WS-SC-PERIOD-RATE (WS-SC-SUB) ROUNDED =
                       WS-NOMINAL-RATE-PCT / 100 / 12
           END-EVALUATE.

      *    Fees and tax are taken out of what the borrower receives,
      *    so they raise the cost without changing the installment.
      *    The tax runs on each installment's principal for the days
      *    until it falls due, capped, plus the flat part on the
      *    whole principal.
       3300-APPLY-FEES-AND-TAX.
           MOVE ZERO TO WS-TOTAL-FEES
           IF WS-FEE-COUNT > ZERO
               PERFORM VARYING FEE-IDX FROM 1 BY 1
                       UNTIL FEE-IDX > WS-FEE-COUNT
                   MOVE ZERO TO WS-FEE-CHARGE (FEE-IDX)
                   IF WS-FEE-CURRENCY (FEE-IDX) = SPACES
                       OR WS-FEE-CURRENCY (FEE-IDX) =
                           LT-CURRENCY-CODE
                       IF WS-FEE-BASIS (FEE-IDX) = 'P'
                           COMPUTE WS-FEE-CHARGE (FEE-IDX) ROUNDED =
                               LT-PRINCIPAL * WS-FEE-PCT (FEE-IDX)
                               / 100
                       ELSE
                           MOVE WS-FEE-AMOUNT (FEE-IDX)
                               TO WS-FEE-CHARGE (FEE-IDX)
                       END-IF
                       ADD WS-FEE-CHARGE (FEE-IDX) TO WS-TOTAL-FEES
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-TOTAL-TAX ROUNDED =
               LT-PRINCIPAL * WS-TAX-FLAT-PCT / 100
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SCHED-COUNT
               IF WS-SC-DAYS (WS-SC-SUB) > WS-TAX-MAX-DAYS
                   MOVE WS-TAX-MAX-DAYS TO WS-TAX-DAYS
               ELSE
                   MOVE WS-SC-DAYS (WS-SC-SUB) TO WS-TAX-DAYS
               END-IF
               COMPUTE WS-TOTAL-TAX ROUNDED = WS-TOTAL-TAX
                   + WS-SC-PRINCIPAL (WS-SC-SUB)
                   * WS-TAX-DAILY-PCT / 100 * WS-TAX-DAYS
           END-PERFORM
           COMPUTE WS-NET-RELEASED =
               LT-PRINCIPAL - WS-TOTAL-FEES - WS-TOTAL-TAX
           IF WS-NET-RELEASED NOT > ZERO
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'C007' TO WS-REJECT-CODE
               MOVE 'FEES AND TAX EXCEED PRINCIPAL' TO WS-REJECT-TEXT
           END-IF.

      *    The CET is the annual rate c at which the installments,
      *    each discounted by (1 + c) to the power days/365 from
      *    the contract date, are worth exactly the net amount
      *    released.  The present value falls as c rises, so the
      *    rate is found by halving the interval between nothing
      *    and 1,000 per cent until it is fixed well past the
      *    fourth decimal of a percentage.
       3500-SOLVE-CET.
           MOVE ZERO TO WS-CET-ANNUAL
           MOVE ZERO TO WS-CET-LOW
           MOVE ZERO TO WS-CET-TRIAL
           PERFORM 3550-PRESENT-VALUE
           IF WS-PV-SUM > WS-NET-RELEASED
               MOVE 10 TO WS-CET-HIGH
               MOVE WS-CET-HIGH TO WS-CET-TRIAL
               PERFORM 3550-PRESENT-VALUE
               IF WS-PV-SUM > WS-NET-RELEASED
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'C008' TO WS-REJECT-CODE
                   MOVE 'EFFECTIVE COST OUT OF RANGE'
                       TO WS-REJECT-TEXT
               ELSE
                   PERFORM 3560-HALVE-INTERVAL 60 TIMES
                   COMPUTE WS-CET-ANNUAL ROUNDED =
                       (WS-CET-LOW + WS-CET-HIGH) / 2
               END-IF
           END-IF
           COMPUTE WS-CET-MONTHLY ROUNDED =
               ((1 + WS-CET-ANNUAL) ** (1 / 12)) - 1.

       3550-PRESENT-VALUE.
           MOVE ZERO TO WS-PV-SUM
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SCHED-COUNT
               COMPUTE WS-PV-SUM ROUNDED = WS-PV-SUM
                   + WS-SC-PAYMENT (WS-SC-SUB)
                   / ((1 + WS-CET-TRIAL)
                       ** (WS-SC-DAYS (WS-SC-SUB) / 365))
           END-PERFORM.

       3560-HALVE-INTERVAL.
           COMPUTE WS-CET-TRIAL ROUNDED =
               (WS-CET-LOW + WS-CET-HIGH) / 2
           PERFORM 3550-PRESENT-VALUE
           IF WS-PV-SUM > WS-NET-RELEASED
               MOVE WS-CET-TRIAL TO WS-CET-LOW
           ELSE
               MOVE WS-CET-TRIAL TO WS-CET-HIGH
           END-IF.

       4000-PRINT-DISCLOSURE.
           PERFORM 4470-LOOKUP-BORROWER
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF LT-CET-QUOTE
               MOVE 'TOTAL EFFECTIVE COST (CET) - QUOTATION'
                   TO LETTER-LINE
           ELSE
               MOVE 'TOTAL EFFECTIVE COST (CET) DISCLOSURE'
                   TO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO LETTER-LINE
           STRING 'DATE: ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF BORROWER-FOUND
               MOVE SPACES TO LETTER-LINE
               STRING CM-NAME
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               IF WS-ADDRESS-PICK-NONE
                   MOVE '*** HELD - NO DELIVERABLE ADDRESS ***'
                       TO LETTER-LINE
                   PERFORM 4480-HOLD-DISCLOSURE
               ELSE
                   STRING CM-HOUSE-NUMBER (WS-MAIL-ADDR-IDX)
                       ' ' CM-COUNTRY (WS-MAIL-ADDR-IDX)
                       ' ' CM-PINCODE (WS-MAIL-ADDR-IDX)
                       DELIMITED BY SIZE INTO LETTER-LINE
               END-IF
               WRITE LETTER-LINE
           ELSE
               MOVE SPACES TO LETTER-LINE
               STRING 'BORROWER ' LT-CUSTOMER-ID
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING 'LOAN ACCOUNT       : ' LT-ACCOUNT-NO
               '  ' LT-CURRENCY-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'PRODUCT            : ' LT-PRODUCT-CODE
               ' ' PR-DESCRIPTION (PROD-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-CONTRACT-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO LETTER-LINE
           STRING 'CONTRACT DATE      : ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LT-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'AMOUNT FINANCED    : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-FEE-COUNT > ZERO
               PERFORM VARYING FEE-IDX FROM 1 BY 1
                       UNTIL FEE-IDX > WS-FEE-COUNT
                   IF WS-FEE-CHARGE (FEE-IDX) > ZERO
                       MOVE WS-FEE-CHARGE (FEE-IDX) TO WS-EDIT-AMOUNT
                       MOVE SPACES TO LETTER-LINE
                       STRING '  LESS ' WS-FEE-DESC (FEE-IDX)
                           WS-EDIT-AMOUNT
                           DELIMITED BY SIZE INTO LETTER-LINE
                       WRITE LETTER-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-TOTAL-TAX TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING '  LESS CREDIT TAX      ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-NET-RELEASED TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'NET AMOUNT RELEASED: ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE LT-DAY-COUNT-CODE
               WHEN '1'
                   MOVE '30/360' TO WS-EDIT-BASIS
               WHEN '2'
                   MOVE 'ACT/365' TO WS-EDIT-BASIS
               WHEN '3'
                   MOVE 'ACT/ACT' TO WS-EDIT-BASIS
               WHEN OTHER
                   MOVE 'MONTHLY' TO WS-EDIT-BASIS
           END-EVALUATE
           MOVE WS-NOMINAL-RATE-PCT TO WS-EDIT-PCT
           MOVE SPACES TO LETTER-LINE
           STRING 'NOMINAL RATE PCT   : ' WS-EDIT-PCT
               ' PER YEAR, ' WS-EDIT-BASIS
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-SCHED-COUNT TO WS-EDIT-PERIOD
           MOVE WS-INSTALLMENT TO WS-EDIT-PAYMENT
           MOVE SPACES TO LETTER-LINE
           STRING 'REPAYMENT          : ' WS-EDIT-PERIOD
               ' INSTALLMENTS OF ' WS-EDIT-PAYMENT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-TOTAL-PAYABLE TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'TOTAL PAYABLE      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           COMPUTE WS-EDIT-PCT ROUNDED = WS-CET-ANNUAL * 100
           MOVE SPACES TO LETTER-LINE
           STRING 'CET PCT PER YEAR   : ' WS-EDIT-PCT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           COMPUTE WS-EDIT-PCT ROUNDED = WS-CET-MONTHLY * 100
           MOVE SPACES TO LETTER-LINE
           STRING 'CET PCT PER MONTH  : ' WS-EDIT-PCT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE ' NO.  DUE DATE         PAYMENT      PRINCIPAL'
               TO LETTER-LINE
           MOVE '       INTEREST        BALANCE' TO LETTER-LINE(46:30)
           WRITE LETTER-LINE
           PERFORM VARYING WS-SC-SUB FROM 1 BY 1
                   UNTIL WS-SC-SUB > WS-SCHED-COUNT
               PERFORM 4460-PRINT-SCHEDULE-LINE
           END-PERFORM
           ADD LT-PRINCIPAL TO WS-TOTAL-FINANCED
           ADD WS-TOTAL-FEES TO WS-TOTAL-FEES-ALL
           ADD WS-TOTAL-TAX TO WS-TOTAL-TAX-ALL.

       4460-PRINT-SCHEDULE-LINE.
           MOVE WS-SC-SUB TO WS-EDIT-PERIOD
           MOVE WS-SC-PAYMENT (WS-SC-SUB) TO WS-EDIT-PAYMENT
           MOVE WS-SC-PRINCIPAL (WS-SC-SUB) TO WS-EDIT-PRINCIPAL
           MOVE WS-SC-INTEREST (WS-SC-SUB) TO WS-EDIT-INTEREST
           MOVE WS-SC-BALANCE (WS-SC-SUB) TO WS-EDIT-BALANCE
           MOVE SPACES TO LETTER-LINE
           STRING WS-EDIT-PERIOD '  ' WS-SC-DUE-DATE (WS-SC-SUB)
               ' ' WS-EDIT-PAYMENT ' ' WS-EDIT-PRINCIPAL
               ' ' WS-EDIT-INTEREST ' ' WS-EDIT-BALANCE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE.

      *    Mailing address occurrence; first address on file when no
      *    mailing type is present, as the statement run does, and
      *    another one when that address has come back from the
      *    post office.
       4470-LOOKUP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 1 TO WS-MAIL-ADDR-IDX
           MOVE 'P' TO WS-ADDRESS-PICK-RESULT
           IF CUST-MASTER-OPEN
               MOVE LT-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORROWER-FOUND
                       MOVE 'M' TO WS-ADDRESS-PICK-TYPE
                       CALL 'ESCOLHE-ENDERECO'
                           USING CUSTOMER-MASTER-RECORD
                               WS-ADDRESS-PICK-PARM
                       MOVE WS-ADDRESS-PICK-IDX TO WS-MAIL-ADDR-IDX
               END-READ
           END-IF.

      *    No deliverable address: the sheet is still produced, with
      *    a HELD line in place of the address, and logged to
      *    MAILHLDD so the branch hands it over instead of posting.
       4480-HOLD-DISCLOSURE.
           ADD 1 TO WS-DISCLOSURES-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'CALCCET ' TO MH-PROGRAM-NAME
           MOVE LT-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE LT-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'CET DISCLOSURE' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD.

       4900-REPORT-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED ' LT-ACCOUNT-NO ' ' LT-TRAN-CODE
               ' ' WS-REJECT-CODE ' ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    One record per account; an account opened again (after a
      *    rejected or reversed open) keeps only its latest terms.
       5000-RECORD-CET.
           MOVE LT-ACCOUNT-NO TO CE-ACCOUNT-NO
           MOVE LT-CUSTOMER-ID TO CE-CUSTOMER-ID
           MOVE LT-PRODUCT-CODE TO CE-PRODUCT-CODE
           MOVE LT-CURRENCY-CODE TO CE-CURRENCY-CODE
           MOVE WS-TODAY-DATE TO CE-CALC-DATE
           MOVE WS-CONTRACT-DATE TO CE-CONTRACT-DATE
           MOVE LT-PRINCIPAL TO CE-PRINCIPAL
           MOVE WS-NOMINAL-RATE-PCT TO CE-NOMINAL-RATE-PCT
           MOVE LT-DAY-COUNT-CODE TO CE-DAY-COUNT-CODE
           MOVE WS-SCHED-COUNT TO CE-TERM-MONTHS
           MOVE WS-INSTALLMENT TO CE-INSTALLMENT
           MOVE WS-TOTAL-FEES TO CE-TOTAL-FEES
           MOVE WS-TOTAL-TAX TO CE-TOTAL-TAX
           MOVE WS-NET-RELEASED TO CE-NET-RELEASED
           MOVE WS-TOTAL-PAYABLE TO CE-TOTAL-PAYABLE
           COMPUTE CE-CET-ANNUAL-PCT ROUNDED = WS-CET-ANNUAL * 100
           COMPUTE CE-CET-MONTHLY-PCT ROUNDED = WS-CET-MONTHLY * 100
           WRITE CET-MASTER-RECORD
               INVALID KEY
                   REWRITE CET-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING CETMSTDD '
                               CE-ACCOUNT-NO ', STATUS='
                               WS-CET-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CET-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CET-RECORDED
           END-WRITE.

       9000-TERMINATE.
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TRAN-FILE
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF CET-MASTER-OPEN
               CLOSE CET-MASTER
           END-IF
           CLOSE DISCLOSURE-FILE
           CLOSE REPORT-FILE
           CLOSE MAIL-HOLD-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSACTIONS READ  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-OPENS-DISCLOSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'OPENS DISCLOSED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-QUOTES-DISCLOSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'QUOTES DISCLOSED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DISCLOSURES-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - NO ADDRESS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANS REJECTED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRANS-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANS NOT PRICED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CET-RECORDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CET RECORDS ADDED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CET-REPLACED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CET RECS REPLACED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-FINANCED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL FINANCED      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-FEES-ALL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL FEES          : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-TAX-ALL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL CREDIT TAX    : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'CALCCET ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-OPENS-DISCLOSED + WS-QUOTES-DISCLOSED
           MOVE WS-TRANS-REJECTED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
