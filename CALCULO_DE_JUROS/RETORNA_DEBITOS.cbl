      *****************************************************************
      * Program name:    RETORNA-DEBITOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: direct-debit reply processing.  The
      *                  bank's DEBRETDD reply is proven against its
      *                  header and trailer, then each paid debit is
      *                  written as a payment on a PAGTODD feed (with
      *                  its own header and trailer) for POSTA-
      *                  PAGAMENTOS, and each refused debit goes to
      *                  the DEBRFSDD refusal file for collections.
      *                  Consecutive refusals are counted on the
      *                  mandate; reaching the DEBCTLDD refusal limit
      *                  suspends it.
      * 15/10/26 MAINT   Paid debits go on the feed with payment
      *                  method 'D' for the compliance monitoring.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETORNA-DEBITOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO DEBCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT REPLY-FILE ASSIGN TO DEBRETDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPLY-STATUS.
         SELECT MANDATE-MASTER ASSIGN TO MANDMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MD-ACCOUNT-NO
             FILE STATUS IS WS-MANDATE-STATUS.
         SELECT PAYMENT-FILE ASSIGN TO PAGTODD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REFUSAL-FILE ASSIGN TO DEBRFSDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO RETRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY DEBCTL.

        FD  REPLY-FILE
            RECORDING MODE IS F.
        COPY DEBTRET.
        COPY FEEDHT.

        FD  MANDATE-MASTER
            RECORDING MODE IS F.
        COPY MANDMST.

        FD  PAYMENT-FILE
            RECORDING MODE IS F.
        COPY PAYTRAN.
        COPY FEEDHT REPLACING FEED-HEADER-RECORD BY
            PAY-HEADER-RECORD,
            FH-RECORD-TYPE BY PH-RECORD-TYPE,
            FH-HEADER BY PH-HEADER,
            FH-FEED-ID BY PH-FEED-ID,
            FH-BUSINESS-DATE BY PH-BUSINESS-DATE,
            FEED-TRAILER-RECORD BY PAY-TRAILER-RECORD,
            FT-RECORD-TYPE BY PK-RECORD-TYPE,
            FT-TRAILER BY PK-TRAILER,
            FT-RECORD-COUNT BY PK-RECORD-COUNT,
            FT-HASH-TOTAL BY PK-HASH-TOTAL.

        FD  REFUSAL-FILE
            RECORDING MODE IS F.
        COPY DEBTRET REPLACING DEBIT-REPLY-RECORD BY
            REFUSAL-RECORD,
            DR-ACCOUNT-NO BY RF-ACCOUNT-NO,
            DR-PERIOD-NO BY RF-PERIOD-NO,
            DR-DEBIT-DATE BY RF-DEBIT-DATE,
            DR-CURRENCY-CODE BY RF-CURRENCY-CODE,
            DR-AMOUNT BY RF-AMOUNT,
            DR-RESULT-CODE BY RF-RESULT-CODE,
            DR-PAID BY RF-PAID,
            DR-REFUSED BY RF-REFUSED,
            DR-REASON-CODE BY RF-REASON-CODE.

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
            05  WS-EOF-REPLY            PIC X(01) VALUE 'N'.
                88  EOF-REPLY                      VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-REPLY-STATUS         PIC X(02).
            05  WS-MANDATE-STATUS       PIC X(02).
            05  WS-FEED-HEADER-SEEN     PIC X(01) VALUE 'N'.
            05  WS-FEED-TRAILER-SEEN    PIC X(01) VALUE 'N'.
            05  WS-MANDATE-FOUND        PIC X(01) VALUE 'N'.
                88  MANDATE-FOUND                  VALUE 'Y'.

        01  WS-FEED-TOTALS.
            05  WS-FEED-COUNT           PIC 9(07) VALUE ZERO.
            05  WS-FEED-HASH            PIC 9(11)V9(6) VALUE ZERO.

        01  WS-WORK-FIELDS.
            05  WS-REFUSAL-LIMIT        PIC 9(02) VALUE 3.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-REPLIES-READ         PIC 9(7)  VALUE ZERO.
            05  WS-DEBITS-PAID          PIC 9(7)  VALUE ZERO.
            05  WS-DEBITS-REFUSED       PIC 9(7)  VALUE ZERO.
            05  WS-REPLIES-REJECTED     PIC 9(7)  VALUE ZERO.
            05  WS-MANDATES-SUSPENDED   PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-PAID           PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-REFUSED        PIC 9(11)V99 VALUE ZERO.
            05  WS-PAYMENT-HASH         PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REPLIES UNTIL EOF-REPLY
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
           PERFORM 1500-VERIFY-REPLY-FEED
           OPEN I-O MANDATE-MASTER
           IF WS-MANDATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MANDMSTDD, STATUS='
                   WS-MANDATE-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REPLY-FILE
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT REFUSAL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO PAY-HEADER-RECORD
           MOVE 'HDR' TO PH-RECORD-TYPE
           MOVE 'DEBITPAG' TO PH-FEED-ID
           MOVE WS-TODAY-DATE TO PH-BUSINESS-DATE
           WRITE PAY-HEADER-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE 'RETORNA-DEBITOS DIRECT-DEBIT REPLIES' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-REPLY.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-REFUSAL-LIMIT IS NUMERIC
                               AND DC-REFUSAL-LIMIT > ZERO
                           MOVE DC-REFUSAL-LIMIT TO WS-REFUSAL-LIMIT
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    The whole reply is proven against its header and trailer
      *    before a single payment is passed on, as POSTA-PAGAMENTOS
      *    does for its own feed.
       1500-VERIFY-REPLY-FEED.
           OPEN INPUT REPLY-FILE
           IF WS-REPLY-STATUS NOT = '00'
               DISPLAY 'NO DEBIT REPLY FILE, STATUS=' WS-REPLY-STATUS
                   ' - RUN ABENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-REPLY
           PERFORM UNTIL EOF-REPLY
               EVALUATE TRUE
                   WHEN FH-HEADER
                       MOVE 'Y' TO WS-FEED-HEADER-SEEN
                   WHEN FT-TRAILER
                       MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                       IF FT-RECORD-COUNT NOT = WS-FEED-COUNT
                       OR FT-HASH-TOTAL NOT = WS-FEED-HASH
                           DISPLAY 'DEBIT REPLY TRAILER DISAGREES:'
                               ' COUNT ' FT-RECORD-COUNT ' VS '
                               WS-FEED-COUNT ', RUN ABENDED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       IF WS-FEED-HEADER-SEEN = 'N'
                           DISPLAY 'DEBIT REPLY HEADER MISSING,'
                               ' RUN ABENDED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FEED-COUNT
                       IF DR-AMOUNT IS NUMERIC
                           ADD DR-AMOUNT TO WS-FEED-HASH
                       END-IF
               END-EVALUATE
               PERFORM 2100-READ-REPLY
           END-PERFORM
           IF WS-FEED-TRAILER-SEEN = 'N'
               DISPLAY 'DEBIT REPLY TRAILER MISSING - POSSIBLE'
                   ' TRUNCATED TRANSMISSION, RUN ABENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REPLY-FILE
           MOVE 'N' TO WS-EOF-REPLY.

       2000-PROCESS-REPLIES.
           IF FH-HEADER OR FT-TRAILER
               CONTINUE
           ELSE
               ADD 1 TO WS-REPLIES-READ
               EVALUATE TRUE
                   WHEN DR-AMOUNT NOT NUMERIC
                       PERFORM 4900-REJECT-REPLY
                   WHEN DR-PAID
                       PERFORM 3000-PASS-PAYMENT
                   WHEN DR-REFUSED
                       PERFORM 3500-RECORD-REFUSAL
                   WHEN OTHER
                       PERFORM 4900-REJECT-REPLY
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-REPLY.

       2100-READ-REPLY.
           READ REPLY-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REPLY
           END-READ.

       2200-READ-MANDATE.
           MOVE 'N' TO WS-MANDATE-FOUND
           MOVE DR-ACCOUNT-NO TO MD-ACCOUNT-NO
           READ MANDATE-MASTER
               KEY IS MD-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MANDATE-FOUND
           END-READ.

      *    The money has arrived whether or not the mandate is still
      *    on file, so a paid debit always becomes a payment.  A
      *    debit that paid ends any run of refusals.
       3000-PASS-PAYMENT.
           MOVE DR-ACCOUNT-NO      TO PT-ACCOUNT-NO
           MOVE DR-DEBIT-DATE      TO PT-PAYMENT-DATE
           MOVE DR-AMOUNT          TO PT-AMOUNT
           MOVE DR-CURRENCY-CODE   TO PT-CURRENCY-CODE
           MOVE 'P'                TO PT-TRAN-CODE
           MOVE SPACE              TO PT-PREPAY-OPTION
           MOVE 'D'                TO PT-PAYMENT-METHOD
           WRITE PAYMENT-TRAN-RECORD
           ADD 1 TO WS-DEBITS-PAID
           ADD DR-AMOUNT TO WS-TOTAL-PAID
           ADD DR-AMOUNT TO WS-PAYMENT-HASH
           PERFORM 2200-READ-MANDATE
           IF MANDATE-FOUND AND MD-REFUSAL-COUNT > ZERO
               MOVE ZERO TO MD-REFUSAL-COUNT
               PERFORM 3900-REWRITE-MANDATE
           END-IF.

       3500-RECORD-REFUSAL.
           MOVE DEBIT-REPLY-RECORD TO REFUSAL-RECORD
           WRITE REFUSAL-RECORD
           ADD 1 TO WS-DEBITS-REFUSED
           ADD DR-AMOUNT TO WS-TOTAL-REFUSED
           MOVE DR-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUSED  ' DR-ACCOUNT-NO
               ' ' DR-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
               ' REASON ' DR-REASON-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2200-READ-MANDATE
           IF MANDATE-FOUND
               IF MD-REFUSAL-COUNT < 99
                   ADD 1 TO MD-REFUSAL-COUNT
               END-IF
               MOVE DR-DEBIT-DATE TO MD-LAST-REFUSAL-DATE
               IF MD-ACTIVE
                       AND MD-REFUSAL-COUNT NOT < WS-REFUSAL-LIMIT
                   MOVE 'S' TO MD-STATUS
                   MOVE WS-TODAY-DATE TO MD-LAST-CHANGE-DATE
                   ADD 1 TO WS-MANDATES-SUSPENDED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'SUSPENDED ' DR-ACCOUNT-NO
                       ' MANDATE AFTER ' MD-REFUSAL-COUNT
                       ' CONSECUTIVE REFUSALS'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM 3900-REWRITE-MANDATE
           END-IF.

       3900-REWRITE-MANDATE.
           REWRITE MANDATE-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-MANDATE-STATUS NOT = '00'
               DISPLAY 'MANDATE REWRITE FAILED, STATUS='
                   WS-MANDATE-STATUS ' :' MD-ACCOUNT-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

       4900-REJECT-REPLY.
           ADD 1 TO WS-REPLIES-REJECTED
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTED ' DR-ACCOUNT-NO
               ' BAD RESULT CODE OR AMOUNT: ' DR-RESULT-CODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO PAY-TRAILER-RECORD
           MOVE 'TRL' TO PK-RECORD-TYPE
           MOVE WS-DEBITS-PAID TO PK-RECORD-COUNT
           MOVE WS-PAYMENT-HASH TO PK-HASH-TOTAL
           WRITE PAY-TRAILER-RECORD
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-REPLIES-REJECTED > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPLY-FILE
           CLOSE MANDATE-MASTER
           CLOSE PAYMENT-FILE
           CLOSE REFUSAL-FILE
           CLOSE REPORT-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REPLIES-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REPLIES READ       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEBITS-PAID TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DEBITS PAID        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-DEBITS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'DEBITS REFUSED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REPLIES-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REPLIES REJECTED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MANDATES-SUSPENDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MANDATES SUSPENDED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PAID TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL PAID          : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-REFUSED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL REFUSED       : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'RETDEB  ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-REPLIES-READ TO RL-RECORDS-READ
           MOVE WS-DEBITS-PAID TO RL-RECORDS-WRITTEN
           MOVE WS-REPLIES-REJECTED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
