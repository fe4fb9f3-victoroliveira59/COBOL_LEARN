      *                  the customer-master name and mailing
      *                  address.  Regulators require advance notice
      *                  of repricing.
      * 15/10/26 MAINT   Notice address picked by ESCOLHE-ENDERECO;
      *                  with no deliverable address the notice is
      *                  held on MAILHLDD instead of printed
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO NOTRPTDD
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
        01  WS-WORK-FIELDS.
            05  WS-EFFECTIVE-RATE-PCT   PIC S9(4)V9(4).
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
        01  WS-CONTROL-TOTALS.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-LETTERS-SENT         PIC 9(7)  VALUE ZERO.
            05  WS-LETTERS-HELD         PIC 9(7)  VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
           PERFORM 1260-FIND-CHANGED-INDEXES
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           IF WS-CHANGED-COUNT = ZERO
               DISPLAY 'NO INDEX FIXINGS MOVED - NOTHING TO NOTIFY'
               MOVE 'Y' TO WS-EOF-LOAN
                   MOVE 'Y' TO WS-CHANGE-FOUND
           END-SEARCH
           IF CHANGE-FOUND
               PERFORM 4100-LOOKUP-BORROWER
               IF BORROWER-FOUND AND WS-ADDRESS-PICK-NONE
                   PERFORM 4200-HOLD-NOTICE
               ELSE
                   PERFORM 4000-PRINT-NOTICE
               END-IF
           END-IF.

       4000-PRINT-NOTICE.
           COMPUTE WS-EFFECTIVE-RATE-PCT =
               WS-CHG-NEW-RATE (CHG-IDX) + LI-RATE-SPREAD
           MOVE SPACES TO LETTER-LINE
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
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BORROWER-FOUND
                   MOVE 'M' TO WS-ADDRESS-PICK-TYPE
                   CALL 'ESCOLHE-ENDERECO' USING CUSTOMER-MASTER-RECORD
                       WS-ADDRESS-PICK-PARM
                   MOVE WS-ADDRESS-PICK-IDX TO WS-MAIL-ADDR-IDX
           END-READ.

      *    No deliverable address on file: the notice is not printed
      *    and is logged to MAILHLDD for the branch to follow up.
       4200-HOLD-NOTICE.
           ADD 1 TO WS-LETTERS-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'NOTIFICA' TO MH-PROGRAM-NAME
           MOVE LI-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE LI-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'REPRICING NOTICE' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING '  ACCOUNT ' LI-ACCOUNT-NO
               ' NO DELIVERABLE ADDRESS - NOTICE HELD'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9100-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE 'NOTIFICA-REPRECO RATE-CHANGE NOTICE TOTALS'
           MOVE SPACES TO REPORT-LINE
           STRING 'NOTICES PRINTED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LETTERS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HELD - NO ADDRESS  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE MAIL-HOLD-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
