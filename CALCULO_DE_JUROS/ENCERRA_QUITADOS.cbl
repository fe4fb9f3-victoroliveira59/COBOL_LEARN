      *****************************************************************
      * Program name:    ENCERRA-QUITADOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: paid-off loan closeout.  Sweeps the
      *                  indexed loan master for loans in status 'P'
      *                  and, once the QUICTLDD closeout days have
      *                  passed since payoff, proves nothing is left
      *                  on the account: no principal, no unapplied
      *                  cash in UNAPPLDD and no fee charged on the
      *                  YTD chain after the payoff.  A clean loan
      *                  gets its paid-in-full and lien-release
      *                  letter at the borrower's mailing address
      *                  (RELLETDD) and is copied, with its lifetime
      *                  totals from the payment journal and the YTD
      *                  chain, to the closed-loan history master
      *                  CLOSHSDD.  After the retention days it is
      *                  removed from the active master, with a
      *                  LOANAUDD record, a CHGCAPDD capture record
      *                  and the master trailer count brought down.
      *                  Loans held back are listed with the reason;
      *                  return code 4 when any were held.
      * 15/10/26 MAINT   Release letter address picked by
      *                  ESCOLHE-ENDERECO; with none deliverable the
      *                  loan still closes out and the letter is held
      *                  on MAILHLDD (RC 4)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENCERRA-QUITADOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO QUICTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT CLOSED-LOAN-MASTER ASSIGN TO CLOSHSDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HC-ACCOUNT-NO
             FILE STATUS IS WS-CLOSHIST-STATUS.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT YTD-FILE ASSIGN TO OUTFILEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YTD-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO PAYJRNDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT UNAPPLIED-FILE ASSIGN TO UNAPPLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UNAPPL-STATUS.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CAPTURE-FILE ASSIGN TO CHGCAPDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LETTER-FILE ASSIGN TO RELLETDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO QUIRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY QUICTL.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CLOSED-LOAN-MASTER
            RECORDING MODE IS F.
        COPY CLOSHIST.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  YTD-FILE
            RECORDING MODE IS F.
        COPY LOANOUT.

        FD  JOURNAL-FILE
            RECORDING MODE IS F.
        COPY PAYJRNL.

        FD  UNAPPLIED-FILE
            RECORDING MODE IS F.
        COPY UNAPCASH.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.

        FD  CAPTURE-FILE
            RECORDING MODE IS F.
        COPY CHGCAP.

        FD  LETTER-FILE
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

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,
            FORMAT-OUTPUT BY WS-FORMAT-OUTPUT.

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CLOSHIST-STATUS      PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-YTD-STATUS           PIC X(02).
            05  WS-JOURNAL-STATUS       PIC X(02).
            05  WS-UNAPPL-STATUS        PIC X(02).
            05  WS-EOF-MASTER           PIC X(01) VALUE 'N'.
                88  EOF-MASTER                     VALUE 'Y'.
            05  WS-EOF-YTD              PIC X(01) VALUE 'N'.
                88  EOF-YTD                        VALUE 'Y'.
            05  WS-EOF-JOURNAL          PIC X(01) VALUE 'N'.
                88  EOF-JOURNAL                    VALUE 'Y'.
            05  WS-EOF-UNAPPL           PIC X(01) VALUE 'N'.
                88  EOF-UNAPPL                     VALUE 'Y'.
            05  WS-CUST-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  CUST-MASTER-OPEN               VALUE 'Y'.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-HISTORY-FOUND        PIC X(01) VALUE 'N'.
                88  HISTORY-FOUND                  VALUE 'Y'.
            05  WS-LOAN-CLEAR           PIC X(01) VALUE 'N'.
                88  LOAN-CLEAR                     VALUE 'Y'.
            05  WS-PAYOFF-FOUND         PIC X(01) VALUE 'N'.
                88  PAYOFF-FOUND                   VALUE 'Y'.

      *    Closeout and retention days as run tonight: the card's
      *    figures, or these defaults.
        01  WS-CLOSEOUT-SETTINGS.
            05  WS-CLOSEOUT-DAYS        PIC 9(03) VALUE 30.
            05  WS-RETENTION-DAYS       PIC 9(04) VALUE 180.

      *    Every paid-off loan on the master, in account order from
      *    the sweep, so the journal, YTD chain and unapplied cash
      *    can be matched to it with SEARCH ALL.
        01  WS-PAYOFF-TABLE.
            05  WS-PAYOFF-COUNT         PIC 9(05) VALUE ZERO.
            05  WS-PAYOFF-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-PAYOFF-COUNT
                    ASCENDING KEY IS WS-PO-ACCOUNT-NO
                    INDEXED BY PAYOFF-IDX.
                10  WS-PO-ACCOUNT-NO    PIC X(10).
                10  WS-PO-PAYOFF-DATE   PIC 9(08).
                10  WS-PO-PRINCIPAL     PIC 9(9)V99.
                10  WS-PO-UNAPPLIED     PIC X(01).
                10  WS-PO-OPEN-FEE      PIC X(01).
                10  WS-PO-LAST-PAYMENT  PIC 9(08).
                10  WS-PO-TOTAL-PAID    PIC S9(11)V99.
                10  WS-PO-PRIN-PAID     PIC S9(11)V99.
                10  WS-PO-INT-PAID      PIC S9(11)V99.
                10  WS-PO-PEN-PAID      PIC S9(11)V99.
                10  WS-PO-INTEREST      PIC S9(11)V99.
                10  WS-PO-PENALTY       PIC S9(11)V99.
                10  WS-PO-FEES          PIC S9(11)V99.

        01  WS-WORK-FIELDS.
            05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
            05  WS-DAYS-SINCE-PAYOFF    PIC S9(07) VALUE ZERO.
            05  WS-FIND-KEY             PIC X(10).
            05  WS-HELD-REASON          PIC X(30).
            05  WS-MAIL-ADDR-IDX        PIC 9(01).
            05  WS-COUNT-DELTA          PIC S9(07) VALUE ZERO.
            05  WS-HASH-DELTA           PIC S9(13)V99 VALUE ZERO.

        COPY ENDPARM REPLACING
            ADDRESS-PICK-PARM BY WS-ADDRESS-PICK-PARM,
            ADDRESS-PICK-TYPE BY WS-ADDRESS-PICK-TYPE,
            ADDRESS-PICK-IDX BY WS-ADDRESS-PICK-IDX,
            ADDRESS-PICK-RESULT BY WS-ADDRESS-PICK-RESULT,
            ADDRESS-PICK-PREFERRED BY WS-ADDRESS-PICK-PREFERRED,
            ADDRESS-PICK-FALLBACK BY WS-ADDRESS-PICK-FALLBACK,
            ADDRESS-PICK-NONE BY WS-ADDRESS-PICK-NONE.

        01  WS-CONTROL-TOTALS.
            05  WS-MASTER-READ          PIC 9(07) VALUE ZERO.
            05  WS-PAID-OFF-FOUND       PIC 9(07) VALUE ZERO.
            05  WS-NOT-YET-DUE          PIC 9(07) VALUE ZERO.
            05  WS-LOANS-CLOSED         PIC 9(07) VALUE ZERO.
            05  WS-LOANS-HELD           PIC 9(07) VALUE ZERO.
            05  WS-LOANS-RETAINED       PIC 9(07) VALUE ZERO.
            05  WS-LOANS-REMOVED        PIC 9(07) VALUE ZERO.
            05  WS-LETTERS-PRINTED      PIC 9(07) VALUE ZERO.
            05  WS-LETTERS-HELD         PIC 9(07) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-DAYS            PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-PAID-OFF-LOANS
           IF WS-PAYOFF-COUNT > ZERO
               PERFORM 3000-TOTAL-JOURNAL
               PERFORM 3200-TOTAL-YTD-CHAIN
               PERFORM 3400-FLAG-UNAPPLIED-CASH
               PERFORM 4000-CLOSE-OUT-LOANS
                   VARYING PAYOFF-IDX FROM 1 BY 1
                   UNTIL PAYOFF-IDX > WS-PAYOFF-COUNT
               PERFORM 8000-UPDATE-FEED-TRAILER
           END-IF
           PERFORM 8500-WRITE-REPORT-TOTALS
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
           OPEN I-O LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CLOSED-LOAN-MASTER
           IF WS-CLOSHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLOSHSDD, STATUS='
                   WS-CLOSHIST-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A borrower missing from the customer master still gets
      *    the letter, addressed by customer number.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = '00'
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CAPTURE-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'ENCERRA-QUITADOS PAID-OFF LOAN CLOSEOUT' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE WS-CLOSEOUT-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN DATE ' WS-FORMAT-OUTPUT
               '  CLOSEOUT AFTER ' WS-EDIT-DAYS ' DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETENTION-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING '                     REMOVAL AFTER  ' WS-EDIT-DAYS
               ' DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    A loan cannot leave the master before it is closed out,
      *    so a retention shorter than the closeout days is raised
      *    to it.
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QC-CLOSEOUT-DAYS IS NUMERIC
                           MOVE QC-CLOSEOUT-DAYS TO WS-CLOSEOUT-DAYS
                       END-IF
                       IF QC-RETENTION-DAYS IS NUMERIC
                           MOVE QC-RETENTION-DAYS TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-RETENTION-DAYS < WS-CLOSEOUT-DAYS
               MOVE WS-CLOSEOUT-DAYS TO WS-RETENTION-DAYS
           END-IF.

      *    The reserved header and trailer keys bound the sweep.
      *    The payoff date is the last date the master was posted
      *    to: the settling payment stamps it and nothing posts to
      *    a paid-off loan afterwards.
       2000-COLLECT-PAID-OFF-LOANS.
           MOVE '0000000000' TO LI-ACCOUNT-NO
           START LOAN-MASTER KEY IS GREATER THAN LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START
           PERFORM UNTIL EOF-MASTER
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-MASTER
                   NOT AT END
                       IF LF-TRAILER-KEY
                           MOVE 'Y' TO WS-EOF-MASTER
                       ELSE
                           ADD 1 TO WS-MASTER-READ
                           IF LI-STAT-PAID-OFF
                               PERFORM 2100-ADD-PAYOFF-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADD-PAYOFF-ENTRY.
           IF WS-PAYOFF-COUNT NOT < 5000
               DISPLAY 'PAID-OFF LOAN TABLE FULL - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAID-OFF-FOUND
           ADD 1 TO WS-PAYOFF-COUNT
           SET PAYOFF-IDX TO WS-PAYOFF-COUNT
           INITIALIZE WS-PAYOFF-ENTRY (PAYOFF-IDX)
           MOVE LI-ACCOUNT-NO TO WS-PO-ACCOUNT-NO (PAYOFF-IDX)
           MOVE LI-PRINCIPAL TO WS-PO-PRINCIPAL (PAYOFF-IDX)
           IF LI-LAST-POSTED-DATE IS NUMERIC
               MOVE LI-LAST-POSTED-DATE
                   TO WS-PO-PAYOFF-DATE (PAYOFF-IDX)
           END-IF
           MOVE 'N' TO WS-PO-UNAPPLIED (PAYOFF-IDX)
           MOVE 'N' TO WS-PO-OPEN-FEE (PAYOFF-IDX).

       2900-FIND-PAYOFF-ENTRY.
           MOVE 'N' TO WS-PAYOFF-FOUND
           SEARCH ALL WS-PAYOFF-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PO-ACCOUNT-NO (PAYOFF-IDX) = WS-FIND-KEY
                   MOVE 'Y' TO WS-PAYOFF-FOUND
           END-SEARCH.

      *    What the borrower paid over the life of the loan, net of
      *    reversed entries.
       3000-TOTAL-JOURNAL.
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
                       MOVE PJ-ACCOUNT-NO TO WS-FIND-KEY
                       PERFORM 2900-FIND-PAYOFF-ENTRY
                       IF PAYOFF-FOUND
                           PERFORM 3100-ADD-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-STATUS NOT = '35'
               CLOSE JOURNAL-FILE
           END-IF.

       3100-ADD-JOURNAL-ENTRY.
           IF PJ-REVERSING
               SUBTRACT PJ-AMOUNT-APPLIED
                   FROM WS-PO-TOTAL-PAID (PAYOFF-IDX)
               SUBTRACT PJ-PRINCIPAL-APPLIED
                   FROM WS-PO-PRIN-PAID (PAYOFF-IDX)
               SUBTRACT PJ-INTEREST-APPLIED
                   FROM WS-PO-INT-PAID (PAYOFF-IDX)
               SUBTRACT PJ-PENALTY-APPLIED
                   FROM WS-PO-PEN-PAID (PAYOFF-IDX)
           ELSE
               ADD PJ-AMOUNT-APPLIED TO WS-PO-TOTAL-PAID (PAYOFF-IDX)
               ADD PJ-PRINCIPAL-APPLIED
                   TO WS-PO-PRIN-PAID (PAYOFF-IDX)
               ADD PJ-INTEREST-APPLIED TO WS-PO-INT-PAID (PAYOFF-IDX)
               ADD PJ-PENALTY-APPLIED TO WS-PO-PEN-PAID (PAYOFF-IDX)
               IF PJ-PAYMENT-DATE > WS-PO-LAST-PAYMENT (PAYOFF-IDX)
                   MOVE PJ-PAYMENT-DATE
                       TO WS-PO-LAST-PAYMENT (PAYOFF-IDX)
               END-IF
           END-IF.

      *    Interest, penalty and fees charged over the life of the
      *    loan.  A fee charged after the payoff was not in the
      *    settlement and is still owed.
       3200-TOTAL-YTD-CHAIN.
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
                       MOVE LO-ACCOUNT-NO TO WS-FIND-KEY
                       PERFORM 2900-FIND-PAYOFF-ENTRY
                       IF PAYOFF-FOUND
                           PERFORM 3300-ADD-YTD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTD-STATUS NOT = '35'
               CLOSE YTD-FILE
           END-IF.

       3300-ADD-YTD-ENTRY.
           IF LO-SRC-FEE
               ADD LO-FEE-AMT TO WS-PO-FEES (PAYOFF-IDX)
               IF LO-POSTING-DATE IS NUMERIC
                       AND LO-POSTING-DATE >
                           WS-PO-PAYOFF-DATE (PAYOFF-IDX)
                   MOVE 'Y' TO WS-PO-OPEN-FEE (PAYOFF-IDX)
               END-IF
           ELSE
               ADD LO-INTEREST-AMT TO WS-PO-INTEREST (PAYOFF-IDX)
               IF LO-PENALTY-AMT IS NUMERIC
                   ADD LO-PENALTY-AMT TO WS-PO-PENALTY (PAYOFF-IDX)
               END-IF
           END-IF.

      *    Money still sitting in suspense against the account has
      *    to be refunded or applied before the loan can close.
       3400-FLAG-UNAPPLIED-CASH.
           MOVE 'N' TO WS-EOF-UNAPPL
           OPEN INPUT UNAPPLIED-FILE
           IF WS-UNAPPL-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-UNAPPL
           END-IF
           PERFORM UNTIL EOF-UNAPPL
               READ UNAPPLIED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-UNAPPL
                   NOT AT END
                       MOVE UC-ACCOUNT-NO TO WS-FIND-KEY
                       PERFORM 2900-FIND-PAYOFF-ENTRY
                       IF PAYOFF-FOUND
                           MOVE 'Y' TO WS-PO-UNAPPLIED (PAYOFF-IDX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNAPPL-STATUS NOT = '35'
               CLOSE UNAPPLIED-FILE
           END-IF.

      *    Closeout once the closeout days have passed; removal from
      *    the active master once the retention days have passed
      *    too.  A history record for an earlier payoff date means
      *    the loan was reopened by a reversal and paid off again,
      *    so it is closed out afresh.
       4000-CLOSE-OUT-LOANS.
           IF WS-PO-PAYOFF-DATE (PAYOFF-IDX) = ZERO
               MOVE 'NO PAYOFF DATE ON MASTER' TO WS-HELD-REASON
               PERFORM 4900-REPORT-HELD
           ELSE
               COMPUTE WS-DAYS-SINCE-PAYOFF =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE
                       (WS-PO-PAYOFF-DATE (PAYOFF-IDX))
               IF WS-DAYS-SINCE-PAYOFF < WS-CLOSEOUT-DAYS
                   ADD 1 TO WS-NOT-YET-DUE
               ELSE
                   PERFORM 4100-READ-HISTORY
                   IF HISTORY-FOUND
                           AND HC-PAYOFF-DATE =
                               WS-PO-PAYOFF-DATE (PAYOFF-IDX)
                       CONTINUE
                   ELSE
                       PERFORM 4200-CHECK-LOAN-CLEAR
                       IF LOAN-CLEAR
                           PERFORM 4300-CLOSE-OUT-LOAN
                       ELSE
                           PERFORM 4900-REPORT-HELD
                       END-IF
                   END-IF
                   IF HISTORY-FOUND
                           AND HC-CLOSED-ON-MASTER
                           AND HC-PAYOFF-DATE =
                               WS-PO-PAYOFF-DATE (PAYOFF-IDX)
                       IF WS-DAYS-SINCE-PAYOFF < WS-RETENTION-DAYS
                           ADD 1 TO WS-LOANS-RETAINED
                       ELSE
                           PERFORM 4200-CHECK-LOAN-CLEAR
                           IF LOAN-CLEAR
                               PERFORM 4500-REMOVE-FROM-MASTER
                           ELSE
                               PERFORM 4900-REPORT-HELD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4100-READ-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND
           MOVE WS-PO-ACCOUNT-NO (PAYOFF-IDX) TO HC-ACCOUNT-NO
           READ CLOSED-LOAN-MASTER
               KEY IS HC-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-FOUND
           END-READ.

       4200-CHECK-LOAN-CLEAR.
           MOVE 'Y' TO WS-LOAN-CLEAR
           EVALUATE TRUE
               WHEN WS-PO-PRINCIPAL (PAYOFF-IDX) > ZERO
                   MOVE 'N' TO WS-LOAN-CLEAR
                   MOVE 'PRINCIPAL BALANCE REMAINS'
                       TO WS-HELD-REASON
               WHEN WS-PO-UNAPPLIED (PAYOFF-IDX) = 'Y'
                   MOVE 'N' TO WS-LOAN-CLEAR
                   MOVE 'UNAPPLIED CASH ON ACCOUNT'
                       TO WS-HELD-REASON
               WHEN WS-PO-OPEN-FEE (PAYOFF-IDX) = 'Y'
                   MOVE 'N' TO WS-LOAN-CLEAR
                   MOVE 'FEE CHARGED AFTER PAYOFF'
                       TO WS-HELD-REASON
           END-EVALUATE.

      *    The loan is copied as it stands, with its lifetime
      *    totals, and the borrower is sent the release letter.
       4300-CLOSE-OUT-LOAN.
           MOVE WS-PO-ACCOUNT-NO (PAYOFF-IDX) TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'LOAN NOT FOUND ON REREAD' TO WS-HELD-REASON
                   PERFORM 4900-REPORT-HELD
               NOT INVALID KEY
                   PERFORM 4350-BUILD-HISTORY-RECORD
                   IF HISTORY-FOUND
                       REWRITE CLOSED-LOAN-RECORD
                           INVALID KEY
                               DISPLAY 'CLOSHSDD REWRITE FAILED, '
                                   'STATUS=' WS-CLOSHIST-STATUS
                       END-REWRITE
                   ELSE
                       WRITE CLOSED-LOAN-RECORD
                           INVALID KEY
                               DISPLAY 'CLOSHSDD WRITE FAILED, '
                                   'STATUS=' WS-CLOSHIST-STATUS
                       END-WRITE
                   END-IF
                   IF WS-CLOSHIST-STATUS = '00'
                       MOVE 'Y' TO WS-HISTORY-FOUND
                       PERFORM 4450-LOOKUP-BORROWER
                       IF BORROWER-FOUND AND WS-ADDRESS-PICK-NONE
                           PERFORM 4460-HOLD-RELEASE-LETTER
                       ELSE
                           PERFORM 4400-PRINT-RELEASE-LETTER
                       END-IF
                       ADD 1 TO WS-LOANS-CLOSED
                       MOVE WS-PO-TOTAL-PAID (PAYOFF-IDX)
                           TO WS-EDIT-AMOUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING 'CLOSED   ' LI-ACCOUNT-NO
                           ' ' LI-CUSTOMER-ID
                           ' PAID OFF ' HC-PAYOFF-DATE
                           ' PAID ' WS-EDIT-AMOUNT
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       MOVE 'N' TO WS-HISTORY-FOUND
                   END-IF
           END-READ.

       4350-BUILD-HISTORY-RECORD.
           INITIALIZE CLOSED-LOAN-RECORD
           MOVE LI-ACCOUNT-NO       TO HC-ACCOUNT-NO
           MOVE LI-PRINCIPAL        TO HC-PRINCIPAL
           MOVE LI-RATE-PCT         TO HC-RATE-PCT
           MOVE LI-TERM-MONTHS      TO HC-TERM-MONTHS
           MOVE LI-CURRENCY-CODE    TO HC-CURRENCY-CODE
           MOVE LI-LAST-POSTED-DATE TO HC-LAST-POSTED-DATE
           MOVE LI-CUSTOMER-ID      TO HC-CUSTOMER-ID
           MOVE LI-RATE-INDEX-CODE  TO HC-RATE-INDEX-CODE
           MOVE LI-RATE-SPREAD      TO HC-RATE-SPREAD
           MOVE LI-DAY-COUNT-CODE   TO HC-DAY-COUNT-CODE
           MOVE LI-PRODUCT-CODE     TO HC-PRODUCT-CODE
           MOVE LI-STATUS-CODE      TO HC-STATUS-CODE
           MOVE 'C'                 TO HC-CLOSE-STATUS
           MOVE WS-PO-PAYOFF-DATE (PAYOFF-IDX) TO HC-PAYOFF-DATE
           MOVE WS-TODAY-DATE       TO HC-CLOSEOUT-DATE
           MOVE ZERO                TO HC-REMOVED-DATE
           MOVE WS-PO-LAST-PAYMENT (PAYOFF-IDX)
               TO HC-LAST-PAYMENT-DATE
           MOVE WS-PO-TOTAL-PAID (PAYOFF-IDX) TO HC-TOTAL-PAID
           MOVE WS-PO-PRIN-PAID (PAYOFF-IDX) TO HC-PRINCIPAL-PAID
           MOVE WS-PO-INT-PAID (PAYOFF-IDX) TO HC-INTEREST-PAID
           MOVE WS-PO-PEN-PAID (PAYOFF-IDX) TO HC-PENALTY-PAID
           MOVE WS-PO-INTEREST (PAYOFF-IDX) TO HC-TOTAL-INTEREST
           MOVE WS-PO-PENALTY (PAYOFF-IDX) TO HC-TOTAL-PENALTY
           MOVE WS-PO-FEES (PAYOFF-IDX) TO HC-TOTAL-FEES.

       4400-PRINT-RELEASE-LETTER.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'PAID-IN-FULL AND LIEN RELEASE' TO LETTER-LINE
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
               STRING CM-HOUSE-NUMBER (WS-MAIL-ADDR-IDX)
                   ' ' CM-COUNTRY (WS-MAIL-ADDR-IDX)
                   ' ' CM-PINCODE (WS-MAIL-ADDR-IDX)
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE SPACES TO LETTER-LINE
               STRING 'BORROWER ' LI-CUSTOMER-ID
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING 'LOAN ACCOUNT       : ' LI-ACCOUNT-NO
               '  ' LI-CURRENCY-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE HC-PAYOFF-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO LETTER-LINE
           STRING 'PAID IN FULL ON    : ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE HC-TOTAL-PAID TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'TOTAL PAID         : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'THE LOAN ABOVE HAS BEEN REPAID IN FULL AND NO BALANCE'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'REMAINS.  ANY LIEN OR SECURITY INTEREST HELD OVER'
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'COLLATERAL FOR THIS LOAN IS RELEASED.' TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTERS-PRINTED.

      *    Mailing address, or the address ESCOLHE-ENDERECO falls
      *    back to when the post office has returned it.
       4450-LOOKUP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 1 TO WS-MAIL-ADDR-IDX
           MOVE 'P' TO WS-ADDRESS-PICK-RESULT
           IF CUST-MASTER-OPEN
               MOVE LI-CUSTOMER-ID TO CM-CUSTOMER-ID
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

      *    No deliverable address: the loan still closes out, the
      *    release letter is logged to MAILHLDD for the branch to
      *    send once the borrower gives a good address.
       4460-HOLD-RELEASE-LETTER.
           ADD 1 TO WS-LETTERS-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'ENCQUIT ' TO MH-PROGRAM-NAME
           MOVE LI-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE LI-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'LIEN RELEASE LETTER' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTER   ' LI-ACCOUNT-NO
               ' ' LI-CUSTOMER-ID
               ' HELD - NO DELIVERABLE ADDRESS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The loan leaves the active master; the history record
      *    keeps it.  The trailer loses the record and its
      *    principal so the next sweep still balances.
       4500-REMOVE-FROM-MASTER.
           MOVE WS-PO-ACCOUNT-NO (PAYOFF-IDX) TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'LOAN NOT FOUND ON REREAD' TO WS-HELD-REASON
                   PERFORM 4900-REPORT-HELD
               NOT INVALID KEY
                   PERFORM 4600-WRITE-AUDIT
                   DELETE LOAN-MASTER
                       INVALID KEY
                           DISPLAY 'DELETE FAILED FOR ACCOUNT '
                               LI-ACCOUNT-NO ' STATUS='
                               WS-MASTER-STATUS
                   END-DELETE
                   IF WS-MASTER-STATUS = '00'
                       WRITE LOAN-AUDIT-RECORD
                       MOVE LI-ACCOUNT-NO TO CG-ACCOUNT-NO
                       MOVE WS-TODAY-DATE TO CG-CHANGE-DATE
                       MOVE 'ENCQUIT ' TO CG-SOURCE-PROGRAM
                       WRITE CHANGE-CAPTURE-RECORD
                       SUBTRACT 1 FROM WS-COUNT-DELTA
                       SUBTRACT LI-PRINCIPAL FROM WS-HASH-DELTA
                       MOVE 'R' TO HC-CLOSE-STATUS
                       MOVE WS-TODAY-DATE TO HC-REMOVED-DATE
                       REWRITE CLOSED-LOAN-RECORD
                           INVALID KEY
                               DISPLAY 'CLOSHSDD REWRITE FAILED, '
                                   'STATUS=' WS-CLOSHIST-STATUS
                       END-REWRITE
                       ADD 1 TO WS-LOANS-REMOVED
                       MOVE SPACES TO REPORT-LINE
                       STRING 'REMOVED  ' LI-ACCOUNT-NO
                           ' ' LI-CUSTOMER-ID
                           ' PAID OFF ' HC-PAYOFF-DATE
                           ' TO CLOSED-LOAN HISTORY'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

      *    Removal is audited in the maintenance style: the loan as
      *    it left the master on both sides, code 'X'.
       4600-WRITE-AUDIT.
           MOVE LI-ACCOUNT-NO       TO LA-ACCOUNT-NO
           MOVE 'X'                 TO LA-TRAN-CODE
           MOVE WS-TODAY-DATE       TO LA-AUDIT-DATE
           MOVE WS-SYSTEM-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-SYSTEM-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE LI-PRINCIPAL        TO LA-OLD-PRINCIPAL
           MOVE LI-RATE-PCT         TO LA-OLD-RATE-PCT
           MOVE LI-TERM-MONTHS      TO LA-OLD-TERM-MONTHS
           MOVE LI-CURRENCY-CODE    TO LA-OLD-CURRENCY
           MOVE LI-LAST-POSTED-DATE TO LA-OLD-POSTED-DATE
           MOVE LI-CUSTOMER-ID      TO LA-OLD-CUSTOMER-ID
           MOVE LI-STATUS-CODE      TO LA-OLD-STATUS
           MOVE LA-OLD-LOAN         TO LA-NEW-LOAN
           MOVE 'ENCQUIT '          TO LA-MAKER-ID
           MOVE SPACES              TO LA-CHECKER-ID.

       4900-REPORT-HELD.
           ADD 1 TO WS-LOANS-HELD
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD     ' WS-PO-ACCOUNT-NO (PAYOFF-IDX)
               ' PAID OFF ' WS-PO-PAYOFF-DATE (PAYOFF-IDX)
               ' ' WS-HELD-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Removals take data records (and any principal) off the
      *    master, so the reserved-key trailer the batch sweep
      *    verifies must move with them.
       8000-UPDATE-FEED-TRAILER.
           IF WS-COUNT-DELTA NOT = ZERO
                   OR WS-HASH-DELTA NOT = ZERO
               MOVE '9999999999' TO LI-ACCOUNT-NO
               READ LOAN-MASTER
                   KEY IS LI-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-COUNT-DELTA TO LF-RECORD-COUNT
                       ADD WS-HASH-DELTA TO LF-HASH-TOTAL
                       REWRITE LOAN-FEED-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY 'TRAILER REWRITE FAILED,'
                                   ' STATUS=' WS-MASTER-STATUS
                       END-REWRITE
               END-READ
           END-IF.

       8500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MASTER-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS ON MASTER     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-OFF-FOUND TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PAID OFF            : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOT-YET-DUE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT YET DUE         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOANS-CLOSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CLOSED OUT TONIGHT  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LETTERS-PRINTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RELEASE LETTERS     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LETTERS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS HELD        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOANS-RETAINED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'IN RETENTION        : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOANS-REMOVED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REMOVED FROM MASTER : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOANS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD                : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE CLOSED-LOAN-MASTER
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE AUDIT-FILE
           CLOSE CAPTURE-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE MAIL-HOLD-FILE
           IF WS-LOANS-HELD > ZERO OR WS-LETTERS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'ENCQUIT ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-PAID-OFF-FOUND TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-LOANS-CLOSED + WS-LOANS-REMOVED
           MOVE WS-LOANS-HELD TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
