      *****************************************************************
      * Program name:    IMPORTA-RETORNO
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: bank slip return import.  Replaces
      *                  the branch keying of PAGTODD from the bank's
      *                  collection report.  The RETBANDD return file
      *                  is proven against the bank's own trailer
      *                  count and totals and against the RETREGDD
      *                  register of files already imported (the bank
      *                  does resend), then each settled slip is
      *                  traced back to its loan through the slip
      *                  number EMITE-BOLETOS printed and written to
      *                  PAGTODD with the FEEDHT header and trailer.
      *                  Tariffs the bank withheld go to BANKTARDD as
      *                  items of their own; the borrower is credited
      *                  the full amount paid.
      * 15/10/26 MAINT   Settled slips go on the feed with payment
      *                  method 'B' for the compliance monitoring.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IMPORTA-RETORNO.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO BOLCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT RETURN-FILE ASSIGN TO RETBANDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURN-STATUS.
         SELECT REGISTER-IN-FILE ASSIGN TO RETREGDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGIN-STATUS.
         SELECT REGISTER-FILE ASSIGN TO RETREGDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT PAYMENT-FILE ASSIGN TO PAGTODD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT TARIFF-FILE ASSIGN TO BANKTARDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO RETRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY BOLCTL.

        FD  RETURN-FILE
            RECORDING MODE IS F.
        COPY RETBANC.

        FD  REGISTER-IN-FILE
            RECORDING MODE IS F.
        COPY RETREG REPLACING RETURN-REGISTER-RECORD BY
            REGISTER-IN-RECORD,
            RG-BANK-CODE BY RJ-BANK-CODE,
            RG-BENEFICIARY BY RJ-BENEFICIARY,
            RG-FILE-SEQ BY RJ-FILE-SEQ,
            RG-FILE-DATE BY RJ-FILE-DATE,
            RG-DETAIL-COUNT BY RJ-DETAIL-COUNT,
            RG-TOTAL-PAID BY RJ-TOTAL-PAID,
            RG-IMPORTED-DATE BY RJ-IMPORTED-DATE.

        FD  REGISTER-FILE
            RECORDING MODE IS F.
        COPY RETREG.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  PAYMENT-FILE
            RECORDING MODE IS F.
        COPY PAYTRAN.
        COPY FEEDHT.

        FD  TARIFF-FILE
            RECORDING MODE IS F.
        COPY BANKTAR.

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
            05  WS-EOF-RETURN           PIC X(01) VALUE 'N'.
                88  EOF-RETURN                     VALUE 'Y'.
            05  WS-EOF-REGISTER         PIC X(01) VALUE 'N'.
                88  EOF-REGISTER                   VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-RETURN-STATUS        PIC X(02).
            05  WS-REGIN-STATUS         PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-HEADER-SEEN          PIC X(01) VALUE 'N'.
            05  WS-TRAILER-SEEN         PIC X(01) VALUE 'N'.
            05  WS-LOAN-FOUND           PIC X(01) VALUE 'N'.
                88  LOAN-FOUND                     VALUE 'Y'.

        01  WS-BILLING-CONTROL.
            05  WS-BANK-CODE            PIC 9(03) VALUE ZERO.
            05  WS-SLIP-CURRENCY        PIC X(03) VALUE SPACES.

      *    Identity and proven totals of the file being imported,
      *    taken in the verification pass.
        01  WS-FILE-TOTALS.
            05  WS-FILE-BANK-CODE       PIC 9(03) VALUE ZERO.
            05  WS-FILE-BENEFICIARY     PIC 9(07) VALUE ZERO.
            05  WS-FILE-SEQ             PIC 9(06) VALUE ZERO.
            05  WS-FILE-DATE            PIC 9(08) VALUE ZERO.
            05  WS-FILE-DETAIL-COUNT    PIC 9(07) VALUE ZERO.
            05  WS-FILE-TOTAL-PAID      PIC 9(13)V99 VALUE ZERO.
            05  WS-FILE-TOTAL-TARIFF    PIC 9(11)V99 VALUE ZERO.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-DETAILS-READ         PIC 9(7)  VALUE ZERO.
            05  WS-SLIPS-SETTLED        PIC 9(7)  VALUE ZERO.
            05  WS-SLIPS-UNMATCHED      PIC 9(7)  VALUE ZERO.
            05  WS-EVENTS-NO-MONEY      PIC 9(7)  VALUE ZERO.
            05  WS-TARIFFS-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-SETTLED        PIC 9(13)V99 VALUE ZERO.
            05  WS-TOTAL-TARIFF         PIC 9(11)V99 VALUE ZERO.
            05  WS-NET-CREDIT           PIC 9(13)V99 VALUE ZERO.
            05  WS-PAYMENT-HASH         PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN UNTIL EOF-RETURN
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
           PERFORM 1500-VERIFY-RETURN-FILE
           PERFORM 1600-CHECK-REGISTER
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETURN-FILE
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT TARIFF-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'RETBANCO' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE 'IMPORTA-RETORNO BANK SLIP RETURN IMPORT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BANK ' WS-FILE-BANK-CODE
               '  BENEFICIARY ' WS-FILE-BENEFICIARY
               '  FILE ' WS-FILE-SEQ
               '  DATED ' WS-FILE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-RETURN.

      *    The slips were cut for the bank and in the currency on
      *    the billing card, so the return must come from that bank
      *    and its money is in that currency.
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-BANK-CODE IS NUMERIC
                           MOVE BC-BANK-CODE TO WS-BANK-CODE
                       END-IF
                       MOVE BC-SLIP-CURRENCY TO WS-SLIP-CURRENCY
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-BANK-CODE = ZERO OR WS-SLIP-CURRENCY = SPACES
               DISPLAY 'NO VALID BOLCTLDD CARD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The whole file is proven against the bank's trailer
      *    before a single payment is passed on: a truncated
      *    transmission must not look like a quiet collection day.
       1500-VERIFY-RETURN-FILE.
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY 'NO RETURN FILE, STATUS=' WS-RETURN-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-RETURN
           PERFORM UNTIL EOF-RETURN
               EVALUATE TRUE
                   WHEN RB-HEADER
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE RB-HDR-BANK-CODE TO WS-FILE-BANK-CODE
                       MOVE RB-HDR-BENEFICIARY TO WS-FILE-BENEFICIARY
                       MOVE RB-HDR-FILE-SEQ TO WS-FILE-SEQ
                       MOVE RB-HDR-FILE-DATE TO WS-FILE-DATE
                   WHEN RB-TRAILER
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       IF RB-TRL-DETAIL-COUNT NOT = WS-FILE-DETAIL-COUNT
                       OR RB-TRL-TOTAL-PAID NOT = WS-FILE-TOTAL-PAID
                       OR RB-TRL-TOTAL-TARIFF NOT = WS-FILE-TOTAL-TARIFF
                           DISPLAY 'RETURN FILE TRAILER DISAGREES:'
                               ' COUNT ' RB-TRL-DETAIL-COUNT ' VS '
                               WS-FILE-DETAIL-COUNT ', RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN RB-DETAIL
                       IF WS-HEADER-SEEN = 'N'
                           DISPLAY 'RETURN FILE HEADER MISSING,'
                               ' RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF RB-DTL-AMOUNT-PAID NOT NUMERIC
                       OR RB-DTL-TARIFF NOT NUMERIC
                           DISPLAY 'NON-NUMERIC AMOUNT ON SLIP '
                               RB-DTL-SLIP-NUMBER ', RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FILE-DETAIL-COUNT
                       ADD RB-DTL-AMOUNT-PAID TO WS-FILE-TOTAL-PAID
                       ADD RB-DTL-TARIFF TO WS-FILE-TOTAL-TARIFF
                   WHEN OTHER
                       DISPLAY 'UNKNOWN RETURN RECORD TYPE '
                           RB-DTL-RECORD-TYPE ', RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               PERFORM 2100-READ-RETURN
           END-PERFORM
           IF WS-TRAILER-SEEN = 'N'
               DISPLAY 'RETURN FILE TRAILER MISSING - POSSIBLE'
                   ' TRUNCATED TRANSMISSION, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FILE-BANK-CODE NOT = WS-BANK-CODE
               DISPLAY 'RETURN FILE FROM BANK ' WS-FILE-BANK-CODE
                   ' NOT THE COLLECTING BANK ' WS-BANK-CODE
                   ', RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RETURN-FILE
           MOVE 'N' TO WS-EOF-RETURN.

      *    A resent file has the same bank, beneficiary and file
      *    sequence as one already imported; it is refused whole.
       1600-CHECK-REGISTER.
           MOVE 'N' TO WS-EOF-REGISTER
           OPEN INPUT REGISTER-IN-FILE
           IF WS-REGIN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-REGISTER
           END-IF
           PERFORM UNTIL EOF-REGISTER
               READ REGISTER-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTER
                   NOT AT END
                       IF RJ-BANK-CODE = WS-FILE-BANK-CODE
                               AND RJ-BENEFICIARY =
                                   WS-FILE-BENEFICIARY
                               AND RJ-FILE-SEQ = WS-FILE-SEQ
                           DISPLAY 'RETURN FILE ' WS-FILE-SEQ
                               ' ALREADY IMPORTED ON '
                               RJ-IMPORTED-DATE
                               ' - DUPLICATE REFUSED, RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGIN-STATUS = '00' OR WS-REGIN-STATUS = '10'
               CLOSE REGISTER-IN-FILE
           END-IF.

       2000-PROCESS-RETURN.
           IF RB-DETAIL
               ADD 1 TO WS-DETAILS-READ
               PERFORM 3000-LOOKUP-LOAN
               IF RB-SETTLED
                   PERFORM 3100-WRITE-PAYMENT
               ELSE
                   ADD 1 TO WS-EVENTS-NO-MONEY
               END-IF
               IF RB-DTL-TARIFF > ZERO
                   PERFORM 3200-WRITE-TARIFF
               END-IF
           END-IF
           PERFORM 2100-READ-RETURN.

       2100-READ-RETURN.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RETURN
           END-READ.

       3000-LOOKUP-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE RB-DTL-SLIP-ACCOUNT TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ.

      *    Settled money always goes on the feed.  A slip that does
      *    not trace to a loan is reported here and lands in
      *    unapplied cash at posting, as any unknown account does.
       3100-WRITE-PAYMENT.
           MOVE RB-DTL-SLIP-ACCOUNT TO PT-ACCOUNT-NO
           MOVE RB-DTL-PAYMENT-DATE TO PT-PAYMENT-DATE
           MOVE RB-DTL-AMOUNT-PAID  TO PT-AMOUNT
           IF LOAN-FOUND
               MOVE LI-CURRENCY-CODE TO PT-CURRENCY-CODE
           ELSE
               MOVE WS-SLIP-CURRENCY TO PT-CURRENCY-CODE
           END-IF
           MOVE 'P'                 TO PT-TRAN-CODE
           MOVE SPACE               TO PT-PREPAY-OPTION
           MOVE 'B'                 TO PT-PAYMENT-METHOD
           WRITE PAYMENT-TRAN-RECORD
           ADD 1 TO WS-SLIPS-SETTLED
           ADD RB-DTL-AMOUNT-PAID TO WS-TOTAL-SETTLED
           ADD RB-DTL-AMOUNT-PAID TO WS-PAYMENT-HASH
           IF NOT LOAN-FOUND
               ADD 1 TO WS-SLIPS-UNMATCHED
               MOVE RB-DTL-AMOUNT-PAID TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'UNMATCHED SLIP ' RB-DTL-SLIP-NUMBER
                   ' ' WS-EDIT-AMOUNT ' - NO LOAN ON MASTER'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3200-WRITE-TARIFF.
           MOVE RB-DTL-SLIP-ACCOUNT TO BT-ACCOUNT-NO
           MOVE RB-DTL-SLIP-NUMBER  TO BT-SLIP-NUMBER
           MOVE RB-DTL-OCCURRENCE   TO BT-OCCURRENCE
           MOVE WS-FILE-BANK-CODE   TO BT-BANK-CODE
           MOVE WS-FILE-SEQ         TO BT-FILE-SEQ
           MOVE RB-DTL-CREDIT-DATE  TO BT-CREDIT-DATE
           IF LOAN-FOUND
               MOVE LI-CURRENCY-CODE TO BT-CURRENCY-CODE
           ELSE
               MOVE WS-SLIP-CURRENCY TO BT-CURRENCY-CODE
           END-IF
           MOVE RB-DTL-TARIFF       TO BT-TARIFF-AMT
           WRITE BANK-TARIFF-RECORD
           ADD 1 TO WS-TARIFFS-WRITTEN
           ADD RB-DTL-TARIFF TO WS-TOTAL-TARIFF.

      *    The file is registered only once everything from it is
      *    written, so an abend part way lets the rerun through.
       9000-TERMINATE.
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-SLIPS-SETTLED TO FT-RECORD-COUNT
           MOVE WS-PAYMENT-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           OPEN EXTEND REGISTER-FILE
           MOVE WS-FILE-BANK-CODE    TO RG-BANK-CODE
           MOVE WS-FILE-BENEFICIARY  TO RG-BENEFICIARY
           MOVE WS-FILE-SEQ          TO RG-FILE-SEQ
           MOVE WS-FILE-DATE         TO RG-FILE-DATE
           MOVE WS-FILE-DETAIL-COUNT TO RG-DETAIL-COUNT
           MOVE WS-FILE-TOTAL-PAID   TO RG-TOTAL-PAID
           MOVE WS-TODAY-DATE        TO RG-IMPORTED-DATE
           WRITE RETURN-REGISTER-RECORD
           CLOSE REGISTER-FILE
           COMPUTE WS-NET-CREDIT = WS-TOTAL-SETTLED - WS-TOTAL-TARIFF
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-SLIPS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE RETURN-FILE
           CLOSE LOAN-MASTER
           CLOSE PAYMENT-FILE
           CLOSE TARIFF-FILE
           CLOSE REPORT-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DETAILS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DETAILS READ       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SLIPS-SETTLED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SLIPS SETTLED      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SLIPS-UNMATCHED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SLIPS UNMATCHED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EVENTS-NO-MONEY TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'OTHER EVENTS       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TARIFFS-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TARIFF ITEMS       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-SETTLED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL SETTLED       : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-TARIFF TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'BANK TARIFFS        : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NET-CREDIT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NET BANK CREDIT     : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'RETORNO ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-DETAILS-READ TO RL-RECORDS-READ
           MOVE WS-SLIPS-SETTLED TO RL-RECORDS-WRITTEN
           MOVE WS-SLIPS-UNMATCHED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
