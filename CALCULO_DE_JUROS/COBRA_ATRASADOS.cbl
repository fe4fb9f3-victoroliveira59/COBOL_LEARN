      *                  date, prints the letters and keeps a
      *                  contact-history file so a level is never
      *                  sent twice and never regresses.
      * 15/10/26 MAINT   Letter address picked by ESCOLHE-ENDERECO.
      *                  No deliverable address: letter held on
      *                  MAILHLDD, CONTHSTDD not escalated.  Last
      *                  letter returned: same level resent to the
      *                  fallback address instead of escalating
      * 15/10/26 MAINT   Returned-address resend only for a return dated
      *                  after the last letter (no nightly repeat).
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO COBRRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(80).

        FD  MAIL-HOLD-FILE
            RECORDING MODE IS F.
        COPY MAILHOLD.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-HISTORY-FOUND        PIC X(01) VALUE 'N'.
                88  HISTORY-FOUND                  VALUE 'Y'.
            05  WS-PRIOR-RETURNED       PIC X(01) VALUE 'N'.
                88  PRIOR-RETURNED                 VALUE 'Y'.

        01  WS-HISTORY-TABLE.
            05  WS-HISTORY-COUNT        PIC 9(04) VALUE ZERO.
            05  WS-ADDR-SUB             PIC 9(01).
            05  WS-LEVEL-TITLE          PIC X(20).

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
            05  WS-LETTERS-SENT         PIC 9(7)  VALUE ZERO.
            05  WS-LEVEL-HELD           PIC 9(7)  VALUE ZERO.
            05  WS-ACCOUNTS-SKIPPED     PIC 9(7)  VALUE ZERO.
            05  WS-LETTERS-RESENT       PIC 9(7)  VALUE ZERO.
            05  WS-LETTERS-HELD         PIC 9(7)  VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           PERFORM 2100-READ-OVERDUE.

       1100-LOAD-CONTACT-HISTORY.
      *    more days a formal notice, 60 or more the final demand.
      *    The level already on file acts as a floor, so an account
      *    never gets the same letter twice and never a softer one.
      *    A borrower the post office cannot reach is never escalated:
      *    with no deliverable address the letter is held on MAILHLDD
      *    and the contact history left alone, and when an address
      *    was marked returned on or after the last letter's date
      *    that letter is sent again, at the same level, to the
      *    address ESCOLHE-ENDERECO falls back to.
       3100-ESCALATE-LEVEL.
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   MOVE 3 TO WS-TARGET-LEVEL
           END-EVALUATE
           PERFORM 3200-LOOKUP-HISTORY
           PERFORM 4100-LOOKUP-BORROWER
           PERFORM 3150-CHECK-PRIOR-RETURNED
           EVALUATE TRUE
               WHEN WS-TARGET-LEVEL = ZERO
                   CONTINUE
               WHEN BORROWER-FOUND AND WS-ADDRESS-PICK-NONE
                   PERFORM 3400-HOLD-LETTER
               WHEN PRIOR-RETURNED
                   MOVE WS-PRIOR-LEVEL TO WS-TARGET-LEVEL
                   PERFORM 4000-PRINT-LETTER
                   PERFORM 3300-RECORD-CONTACT
                   ADD 1 TO WS-LETTERS-RESENT
               WHEN WS-TARGET-LEVEL > WS-PRIOR-LEVEL
                   PERFORM 4000-PRINT-LETTER
                   PERFORM 3300-RECORD-CONTACT
               WHEN OTHER
                   ADD 1 TO WS-LEVEL-HELD
           END-EVALUATE.

      *    The last letter counts as returned when any address of the
      *    borrower was marked undeliverable after its date.  A
      *    return dated the same day as the letter is the one the
      *    letter was already resent for.
       3150-CHECK-PRIOR-RETURNED.
           MOVE 'N' TO WS-PRIOR-RETURNED
           IF BORROWER-FOUND AND HISTORY-FOUND
                   AND WS-PRIOR-LEVEL > ZERO
               PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                       UNTIL WS-ADDR-SUB > 3
                   IF CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
                       AND CM-RETURNED-DATE (WS-ADDR-SUB) >
                           WS-HIST-DATE (HIST-IDX)
                       MOVE 'Y' TO WS-PRIOR-RETURNED
                   END-IF
               END-PERFORM
           END-IF.

       3200-LOOKUP-HISTORY.
               END-IF
           END-IF.

       3400-HOLD-LETTER.
           ADD 1 TO WS-LETTERS-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'COBRA   ' TO MH-PROGRAM-NAME
           MOVE LI-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE OV-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'DUNNING LETTER' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNT ' OV-ACCOUNT-NO
               ' NO DELIVERABLE ADDRESS - LETTER HELD'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4000-PRINT-LETTER.
           EVALUATE WS-TARGET-LEVEL
               WHEN 1
                   MOVE 'PAYMENT REMINDER' TO WS-LEVEL-TITLE
           MOVE SPACES TO LETTER-LINE
           MOVE WS-LEVEL-TITLE TO LETTER-LINE
           WRITE LETTER-LINE
           IF PRIOR-RETURNED
               MOVE SPACES TO LETTER-LINE
               MOVE 'REISSUED - PREVIOUS LETTER RETURNED UNDELIVERED'
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO LETTER-LINE

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
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BORROWER-FOUND
                   MOVE 'B' TO WS-ADDRESS-PICK-TYPE
                   CALL 'ESCOLHE-ENDERECO' USING CUSTOMER-MASTER-RECORD
                       WS-ADDRESS-PICK-PARM
                   MOVE WS-ADDRESS-PICK-IDX TO WS-BILL-ADDR-IDX
           END-READ.

       8000-REWRITE-HISTORY.
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS SKIPPED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LETTERS-RESENT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS RESENT       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LETTERS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - NO ADDRESS    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE MAIL-HOLD-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
