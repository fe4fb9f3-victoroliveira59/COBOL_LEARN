      *****************************************************************
      * Program name:    DEVOLVE-CREDITOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: refund of credit balances.  Reads
      *                  the UNAPPLDD unapplied-cash file and returns
      *                  to the payer the overpayment excess sitting
      *                  against paid-off loans, plus any item an
      *                  approved REFREQDD refund request names.  The
      *                  payee account is the one on the request or,
      *                  failing that, the loan's direct-debit
      *                  mandate, and must be complete before money
      *                  leaves.  Refunds go to the bank on the
      *                  REFINSDD payment-instruction file (header
      *                  and trailer totals) and are journaled on
      *                  REFJRNDD for LANCA-RAZAO; everything else is
      *                  written unchanged to UNAPNEWDD, which
      *                  replaces the suspense file as the recycle
      *                  run's does.  Refundable items held past the
      *                  REFCTLDD days limit are reported overdue.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEVOLVE-CREDITOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO REFCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT SUSPENSE-FILE ASSIGN TO UNAPPLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSPENSE-STATUS.
         SELECT REQUEST-FILE ASSIGN TO REFREQDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT MANDATE-MASTER ASSIGN TO MANDMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MD-ACCOUNT-NO
             FILE STATUS IS WS-MANDATE-STATUS.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT INSTRUCTION-FILE ASSIGN TO REFINSDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT JOURNAL-FILE ASSIGN TO REFJRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CARRY-FILE ASSIGN TO UNAPNEWDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO REFRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY REFCTL.

        FD  SUSPENSE-FILE
            RECORDING MODE IS F.
        COPY UNAPCASH.

        FD  REQUEST-FILE
            RECORDING MODE IS F.
        COPY REFREQ.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  MANDATE-MASTER
            RECORDING MODE IS F.
        COPY MANDMST.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  INSTRUCTION-FILE
            RECORDING MODE IS F.
        COPY REFINST.
        COPY FEEDHT.

        FD  JOURNAL-FILE
            RECORDING MODE IS F.
        COPY REFJRN.

        FD  CARRY-FILE
            RECORDING MODE IS F.
        COPY UNAPCASH REPLACING UNAPPLIED-CASH-RECORD BY
            CARRY-FORWARD-RECORD,
            UC-ACCOUNT-NO BY CF-ACCOUNT-NO,
            UC-PAYMENT-DATE BY CF-PAYMENT-DATE,
            UC-AMOUNT BY CF-AMOUNT,
            UC-CURRENCY-CODE BY CF-CURRENCY-CODE,
            UC-REASON-CODE BY CF-REASON-CODE,
            UC-REASON-TEXT BY CF-REASON-TEXT,
            UC-FIRST-SEEN-DATE BY CF-FIRST-SEEN-DATE,
            UC-DAYS-OUTSTANDING BY CF-DAYS-OUTSTANDING.

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

        COPY BUSDATE REPLACING BUSDAY-PARM BY WS-BUSDAY-PARM,
            BUSDAY-DATE BY WS-BUSDAY-DATE,
            BUSDAY-FLAG BY WS-BUSDAY-FLAG,
            BUSDAY-RESULT BY WS-BUSDAY-RESULT.

        COPY CURRTAB.
        01  WS-FLAGS.
            05  WS-EOF-SUSPENSE         PIC X(01) VALUE 'N'.
                88  EOF-SUSPENSE                   VALUE 'Y'.
            05  WS-EOF-REQUEST          PIC X(01) VALUE 'N'.
                88  EOF-REQUEST                    VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-SUSPENSE-STATUS      PIC X(02).
            05  WS-REQUEST-STATUS       PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-MANDATE-STATUS       PIC X(02).
            05  WS-MANDATE-OPEN         PIC X(01) VALUE 'N'.
                88  MANDATE-MASTER-OPEN            VALUE 'Y'.
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-REQUEST-FOUND        PIC X(01) VALUE 'N'.
                88  REQUEST-FOUND                  VALUE 'Y'.
            05  WS-REFUND-SOURCE        PIC X(01).
                88  REFUND-PAID-OFF-EXCESS         VALUE 'O'.
                88  REFUND-APPROVED-REQUEST        VALUE 'R'.
                88  NOT-REFUNDABLE                 VALUE SPACE.

      *    Approved requests, matched one-for-one against the
      *    suspense items; a request left unmatched at the end names
      *    money that is not (or no longer) in suspense.
        01  WS-REQUEST-TABLE.
            05  WS-REQUEST-COUNT        PIC 9(04) VALUE ZERO.
            05  WS-REQUEST-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON WS-REQUEST-COUNT
                    INDEXED BY REQ-IDX.
                10  WS-RQ-ACCOUNT-NO    PIC X(10).
                10  WS-RQ-PAYMENT-DATE  PIC 9(08).
                10  WS-RQ-AMOUNT        PIC 9(9)V99.
                10  WS-RQ-CURRENCY-CODE PIC X(03).
                10  WS-RQ-PAYEE-BANK    PIC 9(03).
                10  WS-RQ-PAYEE-BRANCH  PIC 9(04).
                10  WS-RQ-PAYEE-ACCOUNT PIC X(12).
                10  WS-RQ-PAYEE-NAME    PIC X(30).
                10  WS-RQ-PAYEE-TAX-ID  PIC X(14).
                10  WS-RQ-MATCHED       PIC X(01).
                    88  WS-RQ-IS-MATCHED           VALUE 'Y'.

      *    Where the refund is paid: the request's account when it
      *    gives one, else the mandate the loan was debited under.
        01  WS-PAYEE-FIELDS.
            05  WS-PAYEE-BANK           PIC 9(03).
            05  WS-PAYEE-BRANCH         PIC 9(04).
            05  WS-PAYEE-ACCOUNT        PIC X(12).
            05  WS-PAYEE-NAME           PIC X(30).
            05  WS-PAYEE-TAX-ID         PIC X(14).

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-HOLD-CODE            PIC X(04).
            05  WS-HOLD-TEXT            PIC X(30).

        01  WS-WORK-FIELDS.
            05  WS-MAX-DAYS             PIC 9(03) VALUE 30.
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-VALUE-DATE           PIC 9(08).
            05  WS-DAYS-OUT             PIC S9(7).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-ITEMS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-REFUNDED       PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-HELD           PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-OVERDUE        PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-CARRIED        PIC 9(7)  VALUE ZERO.
            05  WS-REQUESTS-READ        PIC 9(7)  VALUE ZERO.
            05  WS-REQUESTS-REFUSED     PIC 9(7)  VALUE ZERO.
            05  WS-REQUESTS-UNMATCHED   PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-REFUNDED       PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-BASE-REFUNDED  PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-HELD           PIC 9(11)V99 VALUE ZERO.
            05  WS-INSTRUCTION-HASH     PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-DAYS            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SUSPENSE UNTIL EOF-SUSPENSE
           PERFORM 5000-REPORT-UNMATCHED-REQUESTS
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
      *    Refunds are paid today, or the next business day when
      *    the run falls on a weekend or holiday.
           MOVE WS-TODAY-DATE TO WS-BUSDAY-DATE
           CALL 'DATE-BUSDAY' USING WS-BUSDAY-PARM
           MOVE WS-BUSDAY-RESULT TO WS-VALUE-DATE
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-LOAD-CURRENCY-TABLE
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Without the mandate master only requests that carry
      *    their own payee account can be paid.
           OPEN INPUT MANDATE-MASTER
           IF WS-MANDATE-STATUS = '00'
               MOVE 'Y' TO WS-MANDATE-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'DEVOLVE-CREDITOS CREDIT BALANCE REFUNDS'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1300-LOAD-REFUND-REQUESTS
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'NO SUSPENSE FILE, STATUS='
                   WS-SUSPENSE-STATUS ' - NOTHING TO REFUND'
               MOVE 'Y' TO WS-EOF-SUSPENSE
           END-IF
           OPEN OUTPUT INSTRUCTION-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN OUTPUT CARRY-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'REFUNDS ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           IF WS-SUSPENSE-STATUS = '00'
               PERFORM 2100-READ-SUSPENSE
           END-IF.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RF-MAX-DAYS IS NUMERIC
                               AND RF-MAX-DAYS > ZERO
                           MOVE RF-MAX-DAYS TO WS-MAX-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
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

      *    No request file is an ordinary night: only the paid-off
      *    overpayments go back.  A request without an approver is
      *    refused here and never reaches the table.
       1300-LOAD-REFUND-REQUESTS.
           MOVE ZERO TO WS-REQUEST-COUNT
           MOVE 'N' TO WS-EOF-REQUEST
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-REQUEST
           ELSE
               PERFORM UNTIL EOF-REQUEST
                   READ REQUEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-REQUEST
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM 1350-KEEP-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

       1350-KEEP-REQUEST.
           IF RQ-APPROVED-BY = SPACES
                   OR RQ-APPROVAL-DATE NOT NUMERIC
                   OR RQ-APPROVAL-DATE = ZERO
                   OR RQ-AMOUNT NOT NUMERIC
                   OR RQ-AMOUNT = ZERO
               ADD 1 TO WS-REQUESTS-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING 'REFUSED  ' RQ-ACCOUNT-NO
                   ' REQUEST NOT APPROVED OR NO AMOUNT'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-REQUEST-COUNT < 1000
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE RQ-ACCOUNT-NO TO
                       WS-RQ-ACCOUNT-NO (WS-REQUEST-COUNT)
                   MOVE RQ-PAYMENT-DATE TO
                       WS-RQ-PAYMENT-DATE (WS-REQUEST-COUNT)
                   MOVE RQ-AMOUNT TO WS-RQ-AMOUNT (WS-REQUEST-COUNT)
                   MOVE RQ-CURRENCY-CODE TO
                       WS-RQ-CURRENCY-CODE (WS-REQUEST-COUNT)
                   MOVE RQ-PAYEE-BANK TO
                       WS-RQ-PAYEE-BANK (WS-REQUEST-COUNT)
                   MOVE RQ-PAYEE-BRANCH TO
                       WS-RQ-PAYEE-BRANCH (WS-REQUEST-COUNT)
                   MOVE RQ-PAYEE-ACCOUNT TO
                       WS-RQ-PAYEE-ACCOUNT (WS-REQUEST-COUNT)
                   MOVE RQ-PAYEE-NAME TO
                       WS-RQ-PAYEE-NAME (WS-REQUEST-COUNT)
                   MOVE RQ-PAYEE-TAX-ID TO
                       WS-RQ-PAYEE-TAX-ID (WS-REQUEST-COUNT)
                   MOVE 'N' TO WS-RQ-MATCHED (WS-REQUEST-COUNT)
               ELSE
                   DISPLAY 'REFUND REQUEST TABLE FULL, ACCOUNT '
                       RQ-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-SUSPENSE.
           ADD 1 TO WS-ITEMS-READ
           PERFORM 3000-SELECT-ITEM
           IF NOT-REFUNDABLE
               PERFORM 4200-CARRY-FORWARD
           ELSE
               PERFORM 3100-VALIDATE-REFUND
               IF RECORD-IS-VALID
                   PERFORM 3500-REFUND-ITEM
               ELSE
                   PERFORM 4900-REPORT-HELD
                   PERFORM 4200-CARRY-FORWARD
               END-IF
           END-IF
           PERFORM 2100-READ-SUSPENSE.

       2100-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SUSPENSE
           END-READ.

      *    An approved request wins over everything, whatever the
      *    reason the money is held.  Without one, only overpayment
      *    excess on a loan since paid off goes back unasked: excess
      *    on a loan still open may yet be applied by the recycle
      *    run, and money on a written-off loan is a recovery.  A
      *    U009 unmatched reversal is money never received and is
      *    never refunded.
       3000-SELECT-ITEM.
           MOVE SPACE TO WS-REFUND-SOURCE
           IF UC-AMOUNT NOT NUMERIC OR UC-AMOUNT = ZERO
                   OR UC-REASON-CODE = 'U009'
               CONTINUE
           ELSE
               PERFORM 3050-FIND-REQUEST
               IF REQUEST-FOUND
                   MOVE 'R' TO WS-REFUND-SOURCE
               ELSE
                   IF UC-REASON-CODE = 'U004'
                       MOVE UC-ACCOUNT-NO TO LI-ACCOUNT-NO
                       READ LOAN-MASTER
                           KEY IS LI-ACCOUNT-NO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF LI-STAT-PAID-OFF
                                   MOVE 'O' TO WS-REFUND-SOURCE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       3050-FIND-REQUEST.
           MOVE 'N' TO WS-REQUEST-FOUND
           IF WS-REQUEST-COUNT > ZERO
               SET REQ-IDX TO 1
               SEARCH WS-REQUEST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RQ-ACCOUNT-NO (REQ-IDX) = UC-ACCOUNT-NO
                           AND WS-RQ-PAYMENT-DATE (REQ-IDX)
                               = UC-PAYMENT-DATE
                           AND WS-RQ-AMOUNT (REQ-IDX) = UC-AMOUNT
                           AND WS-RQ-CURRENCY-CODE (REQ-IDX)
                               = UC-CURRENCY-CODE
                           AND NOT WS-RQ-IS-MATCHED (REQ-IDX)
                       MOVE 'Y' TO WS-REQUEST-FOUND
                       MOVE 'Y' TO WS-RQ-MATCHED (REQ-IDX)
               END-SEARCH
           END-IF.

      *    Money only leaves to a complete bank account in the
      *    payer's name, checked as the mandate maintenance checks
      *    it.  A refundable item that cannot be paid stays in
      *    suspense and is reported every night until it is.
       3100-VALIDATE-REFUND.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-HOLD-CODE
           MOVE SPACES TO WS-HOLD-TEXT
           PERFORM 3150-SET-PAYEE
           IF WS-PAYEE-BANK NOT NUMERIC OR WS-PAYEE-BANK = ZERO
                   OR WS-PAYEE-BRANCH NOT NUMERIC
                   OR WS-PAYEE-ACCOUNT = SPACES
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'F001' TO WS-HOLD-CODE
               MOVE 'NO PAYOUT BANK ACCOUNT' TO WS-HOLD-TEXT
           END-IF
           IF RECORD-IS-VALID
               IF WS-PAYEE-NAME = SPACES OR WS-PAYEE-TAX-ID = SPACES
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'F002' TO WS-HOLD-CODE
                   MOVE 'MISSING PAYEE NAME OR TAX ID'
                       TO WS-HOLD-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               PERFORM 3200-LOOKUP-CURRENCY
               IF NOT CURRENCY-FOUND
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'F003' TO WS-HOLD-CODE
                   MOVE 'CURRENCY NOT ON TABLE' TO WS-HOLD-TEXT
               END-IF
           END-IF.

       3150-SET-PAYEE.
           MOVE ZERO TO WS-PAYEE-BANK
           MOVE ZERO TO WS-PAYEE-BRANCH
           MOVE SPACES TO WS-PAYEE-ACCOUNT
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE SPACES TO WS-PAYEE-TAX-ID
           IF REFUND-APPROVED-REQUEST
                   AND WS-RQ-PAYEE-ACCOUNT (REQ-IDX) NOT = SPACES
               MOVE WS-RQ-PAYEE-BANK (REQ-IDX) TO WS-PAYEE-BANK
               MOVE WS-RQ-PAYEE-BRANCH (REQ-IDX) TO WS-PAYEE-BRANCH
               MOVE WS-RQ-PAYEE-ACCOUNT (REQ-IDX) TO WS-PAYEE-ACCOUNT
               MOVE WS-RQ-PAYEE-NAME (REQ-IDX) TO WS-PAYEE-NAME
               MOVE WS-RQ-PAYEE-TAX-ID (REQ-IDX) TO WS-PAYEE-TAX-ID
           ELSE
               IF MANDATE-MASTER-OPEN
                   MOVE UC-ACCOUNT-NO TO MD-ACCOUNT-NO
                   READ MANDATE-MASTER
                       KEY IS MD-ACCOUNT-NO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MD-PAYER-BANK TO WS-PAYEE-BANK
                           MOVE MD-PAYER-BRANCH TO WS-PAYEE-BRANCH
                           MOVE MD-PAYER-ACCOUNT TO WS-PAYEE-ACCOUNT
                           MOVE MD-PAYER-NAME TO WS-PAYEE-NAME
                           MOVE MD-PAYER-TAX-ID TO WS-PAYEE-TAX-ID
                   END-READ
               END-IF
           END-IF.

       3200-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       MOVE 'N' TO WS-CURRENCY-FOUND
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = UC-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF.

      *    The item is dropped from suspense by not being carried;
      *    UNAPNEWDD must replace UNAPPLDD before the next run or
      *    the same money would be refunded again.
       3500-REFUND-ITEM.
           PERFORM 3550-COMPUTE-DAYS-OUT
           PERFORM 4000-WRITE-INSTRUCTION
           PERFORM 4100-WRITE-JOURNAL
           ADD 1 TO WS-ITEMS-REFUNDED
           ADD UC-AMOUNT TO WS-TOTAL-REFUNDED
           PERFORM 4800-REPORT-REFUND.

       3550-COMPUTE-DAYS-OUT.
           IF UC-FIRST-SEEN-DATE IS NUMERIC
                   AND UC-FIRST-SEEN-DATE > ZERO
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(UC-FIRST-SEEN-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-OUT
           END-IF
           IF WS-DAYS-OUT < ZERO
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.

       4000-WRITE-INSTRUCTION.
           MOVE UC-ACCOUNT-NO      TO RI-ACCOUNT-NO
           MOVE UC-PAYMENT-DATE    TO RI-PAYMENT-DATE
           MOVE WS-VALUE-DATE      TO RI-VALUE-DATE
           MOVE UC-CURRENCY-CODE   TO RI-CURRENCY-CODE
           MOVE UC-AMOUNT          TO RI-AMOUNT
           MOVE WS-PAYEE-BANK      TO RI-PAYEE-BANK
           MOVE WS-PAYEE-BRANCH    TO RI-PAYEE-BRANCH
           MOVE WS-PAYEE-ACCOUNT   TO RI-PAYEE-ACCOUNT
           MOVE WS-PAYEE-NAME      TO RI-PAYEE-NAME
           MOVE WS-PAYEE-TAX-ID    TO RI-PAYEE-TAX-ID
           WRITE REFUND-INSTRUCTION-RECORD
           ADD UC-AMOUNT TO WS-INSTRUCTION-HASH.

       4100-WRITE-JOURNAL.
           MOVE UC-ACCOUNT-NO      TO RJ-ACCOUNT-NO
           MOVE UC-CURRENCY-CODE   TO RJ-CURRENCY-CODE
           MOVE UC-PAYMENT-DATE    TO RJ-PAYMENT-DATE
           MOVE WS-VALUE-DATE      TO RJ-VALUE-DATE
           MOVE UC-AMOUNT          TO RJ-AMOUNT
           COMPUTE RJ-BASE-AMOUNT ROUNDED =
               UC-AMOUNT * WS-CONVERSION-RATE
           MOVE UC-REASON-CODE     TO RJ-REASON-CODE
           MOVE WS-REFUND-SOURCE   TO RJ-REFUND-SOURCE
           MOVE WS-DAYS-OUT        TO RJ-DAYS-OUTSTANDING
           MOVE WS-TODAY-DATE      TO RJ-POSTED-DATE
           WRITE REFUND-JOURNAL-RECORD
           ADD RJ-BASE-AMOUNT TO WS-TOTAL-BASE-REFUNDED.

      *    Carried exactly as read; aging is the recycle run's job.
       4200-CARRY-FORWARD.
           MOVE UNAPPLIED-CASH-RECORD TO CARRY-FORWARD-RECORD
           WRITE CARRY-FORWARD-RECORD
           ADD 1 TO WS-ITEMS-CARRIED.

       4800-REPORT-REFUND.
           MOVE UC-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-DAYS-OUT TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUNDED ' UC-ACCOUNT-NO
               ' ' UC-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
               ' ' UC-REASON-CODE ' HELD ' WS-EDIT-DAYS ' DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           IF REFUND-APPROVED-REQUEST
               MOVE 'REQ' TO REPORT-LINE (76:3)
           END-IF
           WRITE REPORT-LINE.

      *    A held item past the days limit is flagged overdue: the
      *    credit balance is owed back and has not been returned.
       4900-REPORT-HELD.
           PERFORM 3550-COMPUTE-DAYS-OUT
           ADD 1 TO WS-ITEMS-HELD
           ADD UC-AMOUNT TO WS-TOTAL-HELD
           MOVE UC-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD     ' UC-ACCOUNT-NO
               ' ' WS-HOLD-CODE ' ' WS-HOLD-TEXT
               ' ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DAYS-OUT > WS-MAX-DAYS
               ADD 1 TO WS-ITEMS-OVERDUE
               MOVE WS-DAYS-OUT TO WS-EDIT-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING '         ' UC-ACCOUNT-NO
                   ' OVERDUE - IN SUSPENSE ' WS-EDIT-DAYS ' DAYS'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5000-REPORT-UNMATCHED-REQUESTS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQUEST-COUNT
               IF NOT WS-RQ-IS-MATCHED (REQ-IDX)
                   ADD 1 TO WS-REQUESTS-UNMATCHED
                   MOVE WS-RQ-AMOUNT (REQ-IDX) TO WS-EDIT-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING 'UNMATCHED ' WS-RQ-ACCOUNT-NO (REQ-IDX)
                       ' ' WS-RQ-PAYMENT-DATE (REQ-IDX)
                       ' ' WS-RQ-CURRENCY-CODE (REQ-IDX)
                       ' ' WS-EDIT-AMOUNT ' NOT IN SUSPENSE'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       9000-TERMINATE.
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-ITEMS-REFUNDED TO FT-RECORD-COUNT
           MOVE WS-INSTRUCTION-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-ITEMS-HELD > ZERO OR WS-REQUESTS-REFUSED > ZERO
                   OR WS-REQUESTS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SUSPENSE-STATUS = '00' OR WS-SUSPENSE-STATUS = '10'
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE LOAN-MASTER
           IF MANDATE-MASTER-OPEN
               CLOSE MANDATE-MASTER
           END-IF
           CLOSE INSTRUCTION-FILE
           CLOSE JOURNAL-FILE
           CLOSE CARRY-FILE
           CLOSE REPORT-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPENSE ITEMS READ: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-REFUNDED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS REFUNDED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUNDS HELD       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-OVERDUE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD PAST LIMIT    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-CARRIED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS CARRIED      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REQUESTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTS READ      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REQUESTS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTS REFUSED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REQUESTS-UNMATCHED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTS UNMATCHED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-REFUNDED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL REFUNDED      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-BASE-REFUNDED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL REFUNDED BASE : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-HELD TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL HELD          : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'DEVOLVE ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-ITEMS-READ TO RL-RECORDS-READ
           MOVE WS-ITEMS-REFUNDED TO RL-RECORDS-WRITTEN
           MOVE WS-ITEMS-HELD TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
