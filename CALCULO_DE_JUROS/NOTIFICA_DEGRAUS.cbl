      *****************************************************************
      * Program name:    NOTIFICA-DEGRAUS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: rate-step notices.  Reads the
      *                  RATESTPDD rate-step schedule and prints a
      *                  dated letter, in the NOTIFICA-REPRECO
      *                  style, for every step of an active fixed-
      *                  rate loan falling within the STPCTLDD lead
      *                  days (default 30) and not yet notified.
      *                  Each notice is appended to the STPNOTDD
      *                  register so a step is notified only once.
      * 15/10/26 MAINT   Notice address picked by ESCOLHE-ENDERECO;
      *                  with no deliverable address the notice is
      *                  held on MAILHLDD, left off the register
      *                  and retried on the next run (RC 4)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTIFICA-DEGRAUS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO STPCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT RATE-STEP-FILE ASSIGN TO RATESTPDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEP-STATUS.
         SELECT NOTICE-REGISTER ASSIGN TO STPNOTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-STATUS.
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
         SELECT LETTER-FILE ASSIGN TO STPLETDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO STPRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY STPCTL.

        FD  RATE-STEP-FILE
            RECORDING MODE IS F.
        COPY RATESTEP.

        FD  NOTICE-REGISTER
            RECORDING MODE IS F.
        COPY STPNOT.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

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

        01  WS-FLAGS.
            05  WS-EOF-STEP             PIC X(01) VALUE 'N'.
                88  EOF-STEP                       VALUE 'Y'.
            05  WS-EOF-REGISTER         PIC X(01) VALUE 'N'.
                88  EOF-REGISTER                   VALUE 'Y'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-STEP-STATUS          PIC X(02).
            05  WS-REGISTER-STATUS      PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-LOAN-FOUND           PIC X(01) VALUE 'N'.
                88  LOAN-FOUND                     VALUE 'Y'.
            05  WS-ALREADY-NOTIFIED     PIC X(01) VALUE 'N'.
                88  ALREADY-NOTIFIED               VALUE 'Y'.

      *    Steps already notified on earlier runs, from the register.
        01  WS-NOTIFIED-TABLE.
            05  WS-NOTIFIED-COUNT       PIC 9(05) VALUE ZERO.
            05  WS-NOTIFIED-ENTRY OCCURS 1 TO 20000 TIMES
                    DEPENDING ON WS-NOTIFIED-COUNT
                    INDEXED BY NTF-IDX.
                10  WS-NTF-ACCOUNT-NO   PIC X(10).
                10  WS-NTF-EFFECTIVE-DATE
                                        PIC 9(08).

        01  WS-WORK-FIELDS.
            05  WS-LEAD-DAYS            PIC 9(03) VALUE 30.
            05  WS-WINDOW-END-DATE      PIC 9(08).
            05  WS-PREV-ACCOUNT-NO      PIC X(10) VALUE SPACES.
            05  WS-PREV-STEP-RATE       PIC S9(3)V9(4).
            05  WS-CURRENT-RATE-PCT     PIC S9(3)V9(4).
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

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,
            FORMAT-OUTPUT BY WS-FORMAT-OUTPUT.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-STEPS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-STEPS-DUE            PIC 9(7)  VALUE ZERO.
            05  WS-STEPS-SKIPPED        PIC 9(7)  VALUE ZERO.
            05  WS-LETTERS-SENT         PIC 9(7)  VALUE ZERO.
            05  WS-LETTERS-HELD         PIC 9(7)  VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-RATE            PIC -ZZ9.9999.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-STEPS UNTIL EOF-STEP
           PERFORM 9100-WRITE-CONTROL-REPORT
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
           PERFORM 1200-LOAD-NOTICE-REGISTER
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND NOTICE-REGISTER
           OPEN EXTEND MAIL-HOLD-FILE
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-STEP
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-STEP
           END-IF
           OPEN INPUT RATE-STEP-FILE
           IF WS-STEP-STATUS NOT = '00'
               DISPLAY 'NO RATE STEP FILE - NOTHING TO NOTIFY'
               MOVE 'Y' TO WS-EOF-STEP
           END-IF
           IF NOT EOF-STEP
               PERFORM 2100-READ-STEP
           END-IF.

      *    A step is notified when it falls after today and no more
      *    than the lead days ahead.
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SN-LEAD-DAYS IS NUMERIC
                               AND SN-LEAD-DAYS > ZERO
                           MOVE SN-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) +
               WS-LEAD-DAYS).

       1200-LOAD-NOTICE-REGISTER.
           MOVE ZERO TO WS-NOTIFIED-COUNT
           MOVE 'N' TO WS-EOF-REGISTER
           OPEN INPUT NOTICE-REGISTER
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-REGISTER
           END-IF
           PERFORM UNTIL EOF-REGISTER
               READ NOTICE-REGISTER
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTER
                   NOT AT END
                       PERFORM 1205-LOAD-ONE-NOTICE
               END-READ
           END-PERFORM
           IF WS-REGISTER-STATUS = '00' OR WS-REGISTER-STATUS = '10'
               CLOSE NOTICE-REGISTER
           END-IF.

      *    Steps already behind today can never be notified again,
      *    so only those still ahead need a slot.
       1205-LOAD-ONE-NOTICE.
           IF SG-EFFECTIVE-DATE > WS-TODAY-DATE
               IF WS-NOTIFIED-COUNT < 20000
                   ADD 1 TO WS-NOTIFIED-COUNT
                   MOVE SG-ACCOUNT-NO TO
                       WS-NTF-ACCOUNT-NO (WS-NOTIFIED-COUNT)
                   MOVE SG-EFFECTIVE-DATE TO
                       WS-NTF-EFFECTIVE-DATE (WS-NOTIFIED-COUNT)
               ELSE
                   DISPLAY 'NOTICE REGISTER TABLE FULL, ACCOUNT '
                       SG-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    The schedule is in account and date order, so the rate a
      *    step replaces is the previous step of the same account,
      *    or the contracted rate on the master for a first step.
       2000-PROCESS-STEPS.
           ADD 1 TO WS-STEPS-READ
           IF RS-ACCOUNT-NO NOT = WS-PREV-ACCOUNT-NO
               MOVE RS-ACCOUNT-NO TO WS-PREV-ACCOUNT-NO
               MOVE 'N' TO WS-LOAN-FOUND
               PERFORM 2400-READ-LOAN
               MOVE LI-RATE-PCT TO WS-PREV-STEP-RATE
           END-IF
           MOVE WS-PREV-STEP-RATE TO WS-CURRENT-RATE-PCT
           IF RS-RATE-PCT IS NUMERIC
               MOVE RS-RATE-PCT TO WS-PREV-STEP-RATE
           END-IF
           IF RS-EFFECTIVE-DATE IS NUMERIC
                   AND RS-EFFECTIVE-DATE > WS-TODAY-DATE
                   AND RS-EFFECTIVE-DATE NOT > WS-WINDOW-END-DATE
               ADD 1 TO WS-STEPS-DUE
               PERFORM 3000-CHECK-STEP-DUE
           END-IF
           PERFORM 2100-READ-STEP.

       2100-READ-STEP.
           READ RATE-STEP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-STEP
           END-READ.

       2400-READ-LOAN.
           MOVE ZERO TO LI-RATE-PCT
           MOVE RS-ACCOUNT-NO TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ.

      *    Only live fixed-rate loans get a notice: an index-linked
      *    loan's rate is not driven by the schedule, and a closed
      *    or suspended loan has nothing to step.
       3000-CHECK-STEP-DUE.
           MOVE 'N' TO WS-ALREADY-NOTIFIED
           IF WS-NOTIFIED-COUNT > ZERO
               SET NTF-IDX TO 1
               SEARCH WS-NOTIFIED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NTF-ACCOUNT-NO (NTF-IDX) = RS-ACCOUNT-NO
                           AND WS-NTF-EFFECTIVE-DATE (NTF-IDX)
                               = RS-EFFECTIVE-DATE
                       MOVE 'Y' TO WS-ALREADY-NOTIFIED
               END-SEARCH
           END-IF
           IF ALREADY-NOTIFIED
               CONTINUE
           ELSE
               IF LOAN-FOUND
                       AND LI-STAT-ACTIVE
                       AND LI-RATE-INDEX-CODE = SPACES
                   PERFORM 4100-LOOKUP-BORROWER
                   IF BORROWER-FOUND AND WS-ADDRESS-PICK-NONE
                       PERFORM 4300-HOLD-NOTICE
                   ELSE
                       PERFORM 4000-PRINT-NOTICE
                       PERFORM 4200-REGISTER-NOTICE
                   END-IF
               ELSE
                   ADD 1 TO WS-STEPS-SKIPPED
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ACCOUNT ' RS-ACCOUNT-NO
                       ' STEP ' RS-EFFECTIVE-DATE
                       ' NOT NOTIFIED - LOAN NOT ACTIVE FIXED-RATE'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4000-PRINT-NOTICE.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'NOTICE OF SCHEDULED INTEREST RATE CHANGE'
               TO LETTER-LINE
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
                   ' NOT ON CUSTOMER MASTER'
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING 'LOAN ACCOUNT       : ' LI-ACCOUNT-NO
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-CURRENT-RATE-PCT TO WS-EDIT-RATE
           MOVE SPACES TO LETTER-LINE
           STRING 'CURRENT RATE       : ' WS-EDIT-RATE ' PCT'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE RS-RATE-PCT TO WS-EDIT-RATE
           MOVE SPACES TO LETTER-LINE
           STRING 'NEW RATE           : ' WS-EDIT-RATE ' PCT'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE RS-EFFECTIVE-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO LETTER-LINE
           STRING 'EFFECTIVE FROM     : ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTERS-SENT.

      *    Mailing address occurrence; first address on file when no
      *    mailing type is present, as the statement run does, and
      *    another one when that address has come back from the
      *    post office.
       4100-LOOKUP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 1 TO WS-MAIL-ADDR-IDX
           MOVE 'P' TO WS-ADDRESS-PICK-RESULT
           MOVE LI-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BORROWER-FOUND
                   MOVE 'M' TO WS-ADDRESS-PICK-TYPE
                   CALL 'ESCOLHE-ENDERECO' USING CUSTOMER-MASTER-RECORD
                       WS-ADDRESS-PICK-PARM
                   MOVE WS-ADDRESS-PICK-IDX TO WS-MAIL-ADDR-IDX
           END-READ.

       4200-REGISTER-NOTICE.
           MOVE RS-ACCOUNT-NO TO SG-ACCOUNT-NO
           MOVE RS-EFFECTIVE-DATE TO SG-EFFECTIVE-DATE
           MOVE WS-TODAY-DATE TO SG-NOTICE-DATE
           WRITE STEP-NOTICE-RECORD.

      *    No deliverable address on file: the notice is logged to
      *    MAILHLDD and left off the STPNOTDD register, so it goes
      *    out on the first run after the address is corrected.
       4300-HOLD-NOTICE.
           ADD 1 TO WS-LETTERS-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'NOTIFSTP' TO MH-PROGRAM-NAME
           MOVE LI-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE LI-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'RATE-STEP NOTICE' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNT ' RS-ACCOUNT-NO
               ' STEP ' RS-EFFECTIVE-DATE
               ' NOT NOTIFIED - NO DELIVERABLE ADDRESS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE 'NOTIFICA-DEGRAUS RATE-STEP NOTICE TOTALS'
               TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LEAD-DAYS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTICE LEAD DAYS   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STEPS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'STEPS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STEPS-DUE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'STEPS IN WINDOW    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STEPS-SKIPPED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'STEPS NOT NOTIFIED : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LETTERS-SENT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTICES PRINTED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LETTERS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - NO ADDRESS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF (WS-STEPS-SKIPPED > ZERO OR WS-LETTERS-HELD > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-STEP-STATUS = '00' OR WS-STEP-STATUS = '10'
               CLOSE RATE-STEP-FILE
           END-IF
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE NOTICE-REGISTER
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE MAIL-HOLD-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'NOTIFSTP' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-STEPS-READ TO RL-RECORDS-READ
           MOVE WS-LETTERS-SENT TO RL-RECORDS-WRITTEN
           MOVE WS-STEPS-SKIPPED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
