      *****************************************************************
      * Program name:    LISTA-DEVOLVIDOS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: weekly returned-mail report for the
      *                  branches.  Sweeps CUSTMSTD and lists every
      *                  customer left with no deliverable address
      *                  (every address marked returned through the
      *                  VERB-01 returned-mail transaction, or none
      *                  on file), each address with its type and
      *                  the date the post office returned it, so
      *                  the branch can contact the customer for a
      *                  new one.  Then lists the letters the
      *                  letter-producing runs held on MAILHLDD over
      *                  the last seven days.  Return code 4 when
      *                  any customer is listed.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LISTA-DEVOLVIDOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAILHOLD-STATUS.
         SELECT REPORT-FILE ASSIGN TO DEVRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  MAIL-HOLD-FILE
            RECORDING MODE IS F.
        COPY MAILHOLD.

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

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,
            FORMAT-OUTPUT BY WS-FORMAT-OUTPUT.

        COPY ADDSUBP REPLACING ADDSUB-PARM BY WS-ADDSUB-PARM,
            ADDSUB-DATE BY WS-ADDSUB-DATE,
            ADDSUB-DAYS BY WS-ADDSUB-DAYS,
            ADDSUB-RESULT BY WS-ADDSUB-RESULT.

        01  WS-FLAGS.
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-MAILHOLD-STATUS      PIC X(02).
            05  WS-EOF-CUSTOMER         PIC X(01) VALUE 'N'.
                88  EOF-CUSTOMER                   VALUE 'Y'.
            05  WS-EOF-MAILHOLD         PIC X(01) VALUE 'N'.
                88  EOF-MAILHOLD                   VALUE 'Y'.

      *    Held letters are reported for the week ending today.
        01  WS-REPORT-SETTINGS.
            05  WS-WINDOW-DAYS          PIC 9(03) VALUE 7.

        01  WS-WORK-FIELDS.
            05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
            05  WS-WINDOW-START         PIC 9(08) VALUE ZERO.
            05  WS-ADDR-SUB             PIC 9(01).
            05  WS-ADDR-LIMIT           PIC 9(01).
            05  WS-DELIVERABLE-COUNT    PIC 9(01).
            05  WS-RETURNED-COUNT       PIC 9(01).
            05  WS-TYPE-TEXT            PIC X(08).
            05  WS-RETURNED-TEXT        PIC X(20).

        01  WS-CONTROL-TOTALS.
            05  WS-CUSTOMERS-READ       PIC 9(07) VALUE ZERO.
            05  WS-CUSTOMERS-LISTED     PIC 9(07) VALUE ZERO.
            05  WS-CUSTOMERS-NO-ADDR    PIC 9(07) VALUE ZERO.
            05  WS-CUSTOMERS-FALLBACK   PIC 9(07) VALUE ZERO.
            05  WS-HOLDS-READ           PIC 9(07) VALUE ZERO.
            05  WS-HOLDS-LISTED         PIC 9(07) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-CUSTOMERS
           PERFORM 3000-LIST-HELD-LETTERS
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
           MOVE WS-TODAY-DATE TO WS-ADDSUB-DATE
           COMPUTE WS-ADDSUB-DAYS = 1 - WS-WINDOW-DAYS
           CALL 'DATE-ADDSUB' USING WS-ADDSUB-PARM
           MOVE WS-ADDSUB-RESULT TO WS-WINDOW-START
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'LISTA-DEVOLVIDOS RETURNED MAIL - CUSTOMERS TO CONTACT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN DATE  ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'CUSTOMERS WITH NO DELIVERABLE ADDRESS' TO REPORT-LINE
           WRITE REPORT-LINE.

       2000-LIST-CUSTOMERS.
           MOVE ZERO TO CM-CUSTOMER-ID
           START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CUSTOMER
           END-START
           PERFORM UNTIL EOF-CUSTOMER
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CUSTOMER
                   NOT AT END
                       PERFORM 2100-CHECK-CUSTOMER
               END-READ
           END-PERFORM.

      *    Only the addresses the customer actually has count; a
      *    record written before the returned-mail marks existed
      *    carries spaces there and so reads as deliverable.
       2100-CHECK-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-READ
           MOVE ZERO TO WS-ADDR-LIMIT
           IF CM-ADDRESS-COUNT IS NUMERIC
               MOVE CM-ADDRESS-COUNT TO WS-ADDR-LIMIT
           END-IF
           IF WS-ADDR-LIMIT > 3
               MOVE 3 TO WS-ADDR-LIMIT
           END-IF
           MOVE ZERO TO WS-DELIVERABLE-COUNT
           MOVE ZERO TO WS-RETURNED-COUNT
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
               IF CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
                   ADD 1 TO WS-RETURNED-COUNT
               ELSE
                   ADD 1 TO WS-DELIVERABLE-COUNT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DELIVERABLE-COUNT = ZERO
                   PERFORM 2200-LIST-CUSTOMER
               WHEN WS-RETURNED-COUNT > ZERO
                   ADD 1 TO WS-CUSTOMERS-FALLBACK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-LIST-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-LISTED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CUSTOMER ' CM-CUSTOMER-ID ' ' CM-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ADDR-LIMIT = ZERO
               ADD 1 TO WS-CUSTOMERS-NO-ADDR
               MOVE SPACES TO REPORT-LINE
               MOVE '      NO ADDRESS ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 2300-LIST-ADDRESS
                   VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
           END-IF.

       2300-LIST-ADDRESS.
           EVALUATE TRUE
               WHEN CM-MAILING-ADDR (WS-ADDR-SUB)
                   MOVE 'MAILING ' TO WS-TYPE-TEXT
               WHEN CM-BILLING-ADDR (WS-ADDR-SUB)
                   MOVE 'BILLING ' TO WS-TYPE-TEXT
               WHEN CM-SHIPPING-ADDR (WS-ADDR-SUB)
                   MOVE 'SHIPPING' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'OTHER   ' TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RETURNED-TEXT
           IF CM-RETURNED-DATE (WS-ADDR-SUB) IS NUMERIC
                   AND CM-RETURNED-DATE (WS-ADDR-SUB) > ZERO
               MOVE CM-RETURNED-DATE (WS-ADDR-SUB) TO WS-FORMAT-DATE
               CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
               MOVE WS-FORMAT-OUTPUT TO WS-RETURNED-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '      ' WS-TYPE-TEXT ' '
               CM-HOUSE-NUMBER (WS-ADDR-SUB)
               ' ' CM-COUNTRY (WS-ADDR-SUB)
               ' ' CM-PINCODE (WS-ADDR-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '               RETURNED ' WS-RETURNED-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The held-letter file is optional: no letter has been held
      *    until a run first finds a customer with no good address.
       3000-LIST-HELD-LETTERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WINDOW-START TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS HELD SINCE ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE '  HELD ON   RUN      CUSTOMER ACCOUNT    LETTER'
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT MAIL-HOLD-FILE
           IF WS-MAILHOLD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-MAILHOLD
           END-IF
           PERFORM UNTIL EOF-MAILHOLD
               READ MAIL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-MAILHOLD
                   NOT AT END
                       PERFORM 3100-CHECK-HELD-LETTER
               END-READ
           END-PERFORM
           IF WS-MAILHOLD-STATUS = '00' OR WS-MAILHOLD-STATUS = '10'
               CLOSE MAIL-HOLD-FILE
           END-IF.

       3100-CHECK-HELD-LETTER.
           ADD 1 TO WS-HOLDS-READ
           IF MH-HOLD-DATE NOT < WS-WINDOW-START
                   AND MH-HOLD-DATE NOT > WS-TODAY-DATE
               ADD 1 TO WS-HOLDS-LISTED
               MOVE SPACES TO REPORT-LINE
               STRING '  ' MH-HOLD-DATE ' ' MH-PROGRAM-NAME
                   ' ' MH-CUSTOMER-ID '    ' MH-ACCOUNT-NO
                   ' ' MH-LETTER-TYPE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       8500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMERS READ         ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-LISTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NO DELIVERABLE ADDRESS ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-NO-ADDR TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  OF WHICH NONE ON FILE' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-FALLBACK TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MAILED TO FALLBACK     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLDS-LISTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LETTERS HELD THIS WEEK ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-FILE
           IF WS-CUSTOMERS-LISTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'LISTADEV' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-CUSTOMERS-READ TO RL-RECORDS-READ
           MOVE WS-CUSTOMERS-LISTED TO RL-RECORDS-WRITTEN
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
