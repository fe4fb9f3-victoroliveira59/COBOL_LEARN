      *****************************************************************
      * Program name:    LIBERA-CREDITO
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: loan disbursement posting.  Each
      *                  DISBTRNDD tranche is checked against the
      *                  approved principal held on the DISBMSTDD
      *                  disbursement master (written at open by
      *                  MANTEM-EMPRESTIMOS); a tranche that would
      *                  take the loan past its approved amount, is
      *                  out of sequence or is for an account not
      *                  active is refused.  Released tranches move
      *                  the master on, go to the bank on the
      *                  CREDINSDD credit-instruction file (header
      *                  and trailer totals), are journaled on
      *                  DISBJRDD for LANCA-RAZAO and captured for
      *                  the incremental interest run.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIBERA-CREDITO.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT TRAN-FILE ASSIGN TO DISBTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT DISBURSE-MASTER ASSIGN TO DISBMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DM-ACCOUNT-NO
             FILE STATUS IS WS-DISB-STATUS.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT INSTRUCTION-FILE ASSIGN TO CREDINSDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT JOURNAL-FILE ASSIGN TO DISBJRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CAPTURE-FILE ASSIGN TO CHGCAPDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO LIBRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            RECORDING MODE IS F.
        COPY DISBTRN.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  DISBURSE-MASTER
            RECORDING MODE IS F.
        COPY DISBMST.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  INSTRUCTION-FILE
            RECORDING MODE IS F.
        COPY CREDINST.
        COPY FEEDHT.

        FD  JOURNAL-FILE
            RECORDING MODE IS F.
        COPY DISBJRN.

        FD  CAPTURE-FILE
            RECORDING MODE IS F.
        COPY CHGCAP.

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
            05  WS-EOF-TRAN             PIC X(01) VALUE 'N'.
                88  EOF-TRAN                       VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-DISB-STATUS          PIC X(02).
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-REJECT-CODE          PIC X(04).
            05  WS-REJECT-TEXT          PIC X(30).

        01  WS-DATE-VALIDATION-FIELDS.
            05  WS-VALID-DATE-SWITCH    PIC X(01).
                88  VALID-CALENDAR-DATE           VALUE 'Y'.
            05  WS-CHECK-YEAR           PIC 9(04).
            05  WS-CHECK-MONTH          PIC 9(02).
            05  WS-CHECK-DAY            PIC 9(02).
            05  WS-DAYS-IN-MONTH        PIC 9(02).

        01  WS-WORK-FIELDS.
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-UNDISBURSED-AMT      PIC 9(9)V99.
            05  WS-DISBURSED-BEFORE     PIC 9(9)V99.
            05  WS-VALUE-DATE           PIC 9(08).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-TRANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-TRANCHES-RELEASED    PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-COMPLETED      PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-REFUSED        PIC 9(7)  VALUE ZERO.
            05  WS-TOTAL-RELEASED       PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-BASE-RELEASED  PIC 9(11)V99 VALUE ZERO.
            05  WS-TOTAL-REFUSED        PIC 9(11)V99 VALUE ZERO.
            05  WS-INSTRUCTION-HASH     PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-TRANCHE         PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL EOF-TRAN
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           PERFORM 1200-LOAD-CURRENCY-TABLE
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DISBURSE-MASTER
           IF WS-DISB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISBMSTDD, STATUS='
                   WS-DISB-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRAN-FILE
           OPEN OUTPUT INSTRUCTION-FILE
           OPEN EXTEND JOURNAL-FILE
           OPEN EXTEND CAPTURE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'CREDINST' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE 'LIBERA-CREDITO DISBURSEMENT POSTING' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-TRAN.

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

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           PERFORM 3000-VALIDATE-TRANCHE
           IF RECORD-IS-VALID
               PERFORM 3500-RELEASE-TRANCHE
           ELSE
               PERFORM 4900-REPORT-REFUSAL
           END-IF
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

      *    The approved amount is the ceiling: released plus this
      *    tranche may never pass it.  Tranches must arrive in
      *    sequence, which also stops the same tranche being paid
      *    twice when a transaction file is resubmitted.
       3000-VALIDATE-TRANCHE.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE DT-ACCOUNT-NO TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D001' TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-TEXT
           END-READ
           IF RECORD-IS-VALID
               IF DT-ACCOUNT-NO = '0000000000'
                       OR DT-ACCOUNT-NO = '9999999999'
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D001' TO WS-REJECT-CODE
                   MOVE 'RESERVED ACCOUNT NUMBER' TO WS-REJECT-TEXT
               ELSE
               IF NOT LI-STAT-ACTIVE
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D002' TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-TEXT
               END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
               MOVE DT-ACCOUNT-NO TO DM-ACCOUNT-NO
               READ DISBURSE-MASTER
                   KEY IS DM-ACCOUNT-NO
                   INVALID KEY
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'D003' TO WS-REJECT-CODE
                       MOVE 'NO DISBURSEMENT RECORD'
                           TO WS-REJECT-TEXT
               END-READ
           END-IF
           IF RECORD-IS-VALID
               IF DT-AMOUNT NOT NUMERIC OR DT-AMOUNT = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D004' TO WS-REJECT-CODE
                   MOVE 'BAD TRANCHE AMOUNT' TO WS-REJECT-TEXT
               ELSE
                   COMPUTE WS-UNDISBURSED-AMT =
                       DM-APPROVED-AMT - DM-DISBURSED-AMT
                   IF DM-FULLY-DISBURSED
                           OR DT-AMOUNT > WS-UNDISBURSED-AMT
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'D005' TO WS-REJECT-CODE
                       MOVE 'EXCEEDS APPROVED AMOUNT'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF DT-TRANCHE-NO NOT NUMERIC
                       OR DT-TRANCHE-NO NOT = DM-TRANCHE-COUNT + 1
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D006' TO WS-REJECT-CODE
                   MOVE 'TRANCHE OUT OF SEQUENCE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               PERFORM 3100-VALIDATE-VALUE-DATE
           END-IF
           IF RECORD-IS-VALID
               PERFORM 3200-LOOKUP-CURRENCY
               IF NOT CURRENCY-FOUND
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D008' TO WS-REJECT-CODE
                   MOVE 'CURRENCY NOT ON TABLE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF DT-PAYEE-BANK NOT NUMERIC
                       OR DT-PAYEE-BRANCH NOT NUMERIC
                       OR DT-PAYEE-ACCOUNT = SPACES
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'D009' TO WS-REJECT-CODE
                   MOVE 'MISSING PAYEE BANK ACCOUNT' TO WS-REJECT-TEXT
               END-IF
           END-IF.

      *    Funds cannot be sent in the past; a weekend or holiday
      *    value date rolls forward to the next business day.
       3100-VALIDATE-VALUE-DATE.
           IF DT-VALUE-DATE NOT NUMERIC
               MOVE 'N' TO WS-RECORD-VALID
           ELSE
               IF DT-VALUE-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-VALUE-DATE
               ELSE
                   MOVE DT-VALUE-DATE TO WS-VALUE-DATE
                   PERFORM 3150-VALIDATE-CALENDAR-DATE
                   IF NOT VALID-CALENDAR-DATE
                           OR WS-VALUE-DATE < WS-TODAY-DATE
                       MOVE 'N' TO WS-RECORD-VALID
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
               MOVE WS-VALUE-DATE TO WS-BUSDAY-DATE
               CALL 'DATE-BUSDAY' USING WS-BUSDAY-PARM
               MOVE WS-BUSDAY-RESULT TO WS-VALUE-DATE
           ELSE
               MOVE 'D007' TO WS-REJECT-CODE
               MOVE 'BAD VALUE DATE' TO WS-REJECT-TEXT
           END-IF.

       3150-VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-VALID-DATE-SWITCH
           MOVE WS-VALUE-DATE(1:4) TO WS-CHECK-YEAR
           MOVE WS-VALUE-DATE(5:2) TO WS-CHECK-MONTH
           MOVE WS-VALUE-DATE(7:2) TO WS-CHECK-DAY
           IF WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
               MOVE 'N' TO WS-VALID-DATE-SWITCH
           ELSE
               EVALUATE WS-CHECK-MONTH
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DAYS-IN-MONTH
                   WHEN 2
                       IF FUNCTION MOD(WS-CHECK-YEAR, 400) = 0
                       OR (FUNCTION MOD(WS-CHECK-YEAR, 4) = 0 AND
                           FUNCTION MOD(WS-CHECK-YEAR, 100) NOT = 0)
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       ELSE
                           MOVE 28 TO WS-DAYS-IN-MONTH
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DAYS-IN-MONTH
               END-EVALUATE
               IF WS-CHECK-DAY < 1 OR WS-CHECK-DAY > WS-DAYS-IN-MONTH
                   MOVE 'N' TO WS-VALID-DATE-SWITCH
               END-IF
           END-IF.

       3200-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       MOVE 'N' TO WS-CURRENCY-FOUND
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = LI-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF.

      *    The master moves first: if the rewrite fails nothing goes
      *    to the bank, so money can never leave without the
      *    disbursed total recording it.
       3500-RELEASE-TRANCHE.
           MOVE DM-DISBURSED-AMT TO WS-DISBURSED-BEFORE
           ADD DT-AMOUNT TO DM-DISBURSED-AMT
           MOVE DT-TRANCHE-NO TO DM-TRANCHE-COUNT
           MOVE WS-VALUE-DATE TO DM-LAST-DISB-DATE
           IF DM-DISBURSED-AMT = DM-APPROVED-AMT
               MOVE 'F' TO DM-STATUS
           ELSE
               MOVE 'O' TO DM-STATUS
           END-IF
           REWRITE DISBURSEMENT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-DISB-STATUS NOT = '00'
               MOVE 'D010' TO WS-REJECT-CODE
               MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-TEXT
               PERFORM 4900-REPORT-REFUSAL
           ELSE
               ADD 1 TO WS-TRANCHES-RELEASED
               ADD DT-AMOUNT TO WS-TOTAL-RELEASED
               IF DM-FULLY-DISBURSED
                   ADD 1 TO WS-LOANS-COMPLETED
               END-IF
               PERFORM 4000-WRITE-INSTRUCTION
               PERFORM 4100-WRITE-JOURNAL
               PERFORM 4500-WRITE-CAPTURE
               PERFORM 4800-REPORT-RELEASE
           END-IF.

       4000-WRITE-INSTRUCTION.
           MOVE DT-ACCOUNT-NO      TO CI-ACCOUNT-NO
           MOVE DT-TRANCHE-NO      TO CI-TRANCHE-NO
           MOVE WS-VALUE-DATE      TO CI-VALUE-DATE
           MOVE LI-CURRENCY-CODE   TO CI-CURRENCY-CODE
           MOVE DT-AMOUNT          TO CI-AMOUNT
           MOVE DT-PAYEE-BANK      TO CI-PAYEE-BANK
           MOVE DT-PAYEE-BRANCH    TO CI-PAYEE-BRANCH
           MOVE DT-PAYEE-ACCOUNT   TO CI-PAYEE-ACCOUNT
           MOVE DT-PAYEE-NAME      TO CI-PAYEE-NAME
           MOVE DT-PAYEE-TAX-ID    TO CI-PAYEE-TAX-ID
           WRITE CREDIT-INSTRUCTION-RECORD
           ADD DT-AMOUNT TO WS-INSTRUCTION-HASH.

       4100-WRITE-JOURNAL.
           MOVE DT-ACCOUNT-NO      TO DJ-ACCOUNT-NO
           MOVE LI-CURRENCY-CODE   TO DJ-CURRENCY-CODE
           MOVE DT-TRANCHE-NO      TO DJ-TRANCHE-NO
           MOVE WS-VALUE-DATE      TO DJ-VALUE-DATE
           MOVE DT-AMOUNT          TO DJ-AMOUNT
           COMPUTE DJ-BASE-AMOUNT ROUNDED =
               DT-AMOUNT * WS-CONVERSION-RATE
           MOVE DM-APPROVED-AMT    TO DJ-APPROVED-AMT
           MOVE WS-DISBURSED-BEFORE TO DJ-DISBURSED-BEFORE
           MOVE DM-DISBURSED-AMT   TO DJ-DISBURSED-AFTER
           MOVE WS-TODAY-DATE      TO DJ-POSTED-DATE
           WRITE DISBURSEMENT-JOURNAL-RECORD
           ADD DJ-BASE-AMOUNT TO WS-TOTAL-BASE-RELEASED.

      *    The accrual base moved, so the incremental interest run
      *    must pick the account up.
       4500-WRITE-CAPTURE.
           MOVE DT-ACCOUNT-NO TO CG-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO CG-CHANGE-DATE
           MOVE 'LIBERA  ' TO CG-SOURCE-PROGRAM
           WRITE CHANGE-CAPTURE-RECORD.

       4800-REPORT-RELEASE.
           MOVE DT-TRANCHE-NO TO WS-EDIT-TRANCHE
           MOVE DT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RELEASED ' DT-ACCOUNT-NO
               ' TRANCHE ' WS-EDIT-TRANCHE
               ' ' LI-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
               ' VALUE ' WS-VALUE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           IF DM-FULLY-DISBURSED
               MOVE 'FULL' TO REPORT-LINE (77:4)
           END-IF
           WRITE REPORT-LINE.

       4900-REPORT-REFUSAL.
           ADD 1 TO WS-TRANS-REFUSED
           IF DT-AMOUNT IS NUMERIC
               ADD DT-AMOUNT TO WS-TOTAL-REFUSED
               MOVE DT-AMOUNT TO WS-EDIT-AMOUNT
           ELSE
               MOVE ZERO TO WS-EDIT-AMOUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUSED  ' DT-ACCOUNT-NO
               ' ' WS-REJECT-CODE ' ' WS-REJECT-TEXT
               ' ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-TRANCHES-RELEASED TO FT-RECORD-COUNT
           MOVE WS-INSTRUCTION-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           PERFORM 9100-WRITE-CONTROL-REPORT
           IF WS-TRANS-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TRAN-FILE
           CLOSE LOAN-MASTER
           CLOSE DISBURSE-MASTER
           CLOSE INSTRUCTION-FILE
           CLOSE JOURNAL-FILE
           CLOSE CAPTURE-FILE
           CLOSE REPORT-FILE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANCHES READ      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRANCHES-RELEASED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANCHES RELEASED  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-COMPLETED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS COMPLETED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TRANS-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANCHES REFUSED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-RELEASED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL RELEASED      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-BASE-RELEASED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL RELEASED BASE : ' WS-EDIT-AMOUNT
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
           MOVE 'LIBERA  ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRANS-READ TO RL-RECORDS-READ
           MOVE WS-TRANCHES-RELEASED TO RL-RECORDS-WRITTEN
           MOVE WS-TRANS-REFUSED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
