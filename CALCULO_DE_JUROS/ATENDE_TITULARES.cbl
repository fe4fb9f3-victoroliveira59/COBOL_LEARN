      *****************************************************************
      * Program name:    ATENDE-TITULARES
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: LGPD data-subject requests.  Driven
      *                  by the privacy office's TITREQDD cards, one
      *                  per request, keyed by customer ID.  An
      *                  access request ('A') prints one consolidated
      *                  report of what is held on the customer: the
      *                  customer master record, the address audit
      *                  history (live and archived), the loans on
      *                  the active and closed-loan history masters,
      *                  the payment journal, the interest statement
      *                  lines on the YTD chain, the collection
      *                  contacts and any watch-list hits.  An erase
      *                  request ('E') is refused while the customer
      *                  still has a loan on either master that is
      *                  not yet removed, a loan paid off within the
      *                  TITCTLDD legal retention period, or an open
      *                  or confirmed watch-list hit.  Otherwise the
      *                  name and addresses are anonymized on
      *                  CUSTMSTD, on the watch-list hits and on the
      *                  address audit files (written as the new
      *                  generations ADDRAUDN and ARCHAUDN), keeping
      *                  every numeric key, date and total as it
      *                  was.  Every field changed is logged on
      *                  TITLOGDD.  Return code 4 when any request is
      *                  rejected or refused.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATENDE-TITULARES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO TITCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT REQUEST-FILE ASSIGN TO TITREQDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REQUEST-STATUS.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
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
         SELECT SCREENING-HIT-FILE ASSIGN TO SCRHITDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SH-HIT-KEY
             FILE STATUS IS WS-SCRHIT-STATUS.
         SELECT AUDIT-FILE ASSIGN TO ADDRAUDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
         SELECT AUDIT-ARCHIVE-FILE ASSIGN TO ARCHAUDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT AUDIT-NEW-FILE ASSIGN TO ADDRAUDN
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT ARCHIVE-NEW-FILE ASSIGN TO ARCHAUDN
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT JOURNAL-FILE ASSIGN TO PAYJRNDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT YTD-FILE ASSIGN TO YTDDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YTD-STATUS.
         SELECT HISTORY-FILE ASSIGN TO CONTHSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.
         SELECT CHANGE-LOG-FILE ASSIGN TO TITLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO TITRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY TITCTL.

        FD  REQUEST-FILE
            RECORDING MODE IS F.
        COPY TITREQ.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  CLOSED-LOAN-MASTER
            RECORDING MODE IS F.
        COPY CLOSHIST.

        FD  SCREENING-HIT-FILE
            RECORDING MODE IS F.
        COPY SCRHIT.

      *    The four address audit files share the ADDRAUD layout;
      *    each record is read into and written from the one
      *    working-storage copy.
        FD  AUDIT-FILE
            RECORDING MODE IS F.
        01  AUDIT-FILE-RECORD           PIC X(86).

        FD  AUDIT-ARCHIVE-FILE
            RECORDING MODE IS F.
        01  AUDIT-ARCHIVE-RECORD        PIC X(86).

        FD  AUDIT-NEW-FILE
            RECORDING MODE IS F.
        01  AUDIT-NEW-RECORD            PIC X(86).

        FD  ARCHIVE-NEW-FILE
            RECORDING MODE IS F.
        01  ARCHIVE-NEW-RECORD          PIC X(86).

        FD  JOURNAL-FILE
            RECORDING MODE IS F.
        COPY PAYJRNL.

        FD  YTD-FILE
            RECORDING MODE IS F.
        COPY LOANOUT.

        FD  HISTORY-FILE
            RECORDING MODE IS F.
        COPY CONTHIST.

        FD  CHANGE-LOG-FILE
            RECORDING MODE IS F.
        COPY TITLOG.

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

        COPY ADDRAUD.

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-REQUEST-STATUS       PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CLOSHIST-STATUS      PIC X(02).
            05  WS-SCRHIT-STATUS        PIC X(02).
            05  WS-AUDIT-STATUS         PIC X(02).
            05  WS-ARCHIVE-STATUS       PIC X(02).
            05  WS-JOURNAL-STATUS       PIC X(02).
            05  WS-YTD-STATUS           PIC X(02).
            05  WS-HISTORY-STATUS       PIC X(02).
            05  WS-CLOSHIST-OPEN        PIC X(01) VALUE 'N'.
                88  CLOSHIST-IS-OPEN               VALUE 'Y'.
            05  WS-SCRHIT-OPEN          PIC X(01) VALUE 'N'.
                88  SCRHIT-IS-OPEN                 VALUE 'Y'.
            05  WS-EOF-REQUEST          PIC X(01) VALUE 'N'.
                88  EOF-REQUEST                    VALUE 'Y'.
            05  WS-EOF-MASTER           PIC X(01) VALUE 'N'.
                88  EOF-MASTER                     VALUE 'Y'.
            05  WS-EOF-CLOSHIST         PIC X(01) VALUE 'N'.
                88  EOF-CLOSHIST                   VALUE 'Y'.
            05  WS-EOF-HIT              PIC X(01) VALUE 'N'.
                88  EOF-HIT                        VALUE 'Y'.
            05  WS-EOF-AUDIT            PIC X(01) VALUE 'N'.
                88  EOF-AUDIT                      VALUE 'Y'.
            05  WS-EOF-ARCHIVE          PIC X(01) VALUE 'N'.
                88  EOF-ARCHIVE                    VALUE 'Y'.
            05  WS-EOF-JOURNAL          PIC X(01) VALUE 'N'.
                88  EOF-JOURNAL                    VALUE 'Y'.
            05  WS-EOF-YTD              PIC X(01) VALUE 'N'.
                88  EOF-YTD                        VALUE 'Y'.
            05  WS-EOF-HISTORY          PIC X(01) VALUE 'N'.
                88  EOF-HISTORY                    VALUE 'Y'.
            05  WS-ACCOUNT-FOUND        PIC X(01) VALUE 'N'.
                88  ACCOUNT-FOUND                  VALUE 'Y'.
            05  WS-ERASED-FOUND         PIC X(01) VALUE 'N'.
                88  ERASED-FOUND                   VALUE 'Y'.
            05  WS-RECORD-CHANGED       PIC X(01) VALUE 'N'.
                88  RECORD-CHANGED                 VALUE 'Y'.

        01  WS-EDIT-SWITCHES.
            05  WS-RECORD-VALID         PIC X(01) VALUE 'Y'.
                88  RECORD-IS-VALID               VALUE 'Y'.
            05  WS-REJECT-TEXT          PIC X(40).

      *    Retention counts whole years from the payoff date.  The
      *    anonymized values replace the personal data in place, so
      *    every record keeps its length, keys and amounts.
        01  WS-RETENTION-SETTINGS.
            05  WS-RETENTION-YEARS      PIC 9(02) VALUE 5.
            05  WS-ANON-NAME            PIC A(30) VALUE 'ANONYMIZED'.
            05  WS-ANON-COUNTRY         PIC X(25) VALUE SPACES.

      *    The request being answered.
        01  WS-CURRENT-REQUEST.
            05  WS-CURRENT-TYPE         PIC X(01).
            05  WS-CURRENT-CUSTOMER     PIC 9(05).
            05  WS-CURRENT-REF          PIC X(10).

      *    Every loan the customer has or had: from the active
      *    master, the closed-loan history master, or both while a
      *    closed-out loan waits to be removed.
        01  WS-ACCOUNT-TABLE.
            05  WS-ACCT-COUNT           PIC 9(03) VALUE ZERO.
            05  WS-ACCT-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON WS-ACCT-COUNT
                    INDEXED BY ACCT-IDX.
                10  WS-AC-ACCOUNT-NO    PIC X(10).
                10  WS-AC-ON-MASTER     PIC X(01).
                    88  WS-AC-IS-ON-MASTER         VALUE 'Y'.
                10  WS-AC-STATUS-CODE   PIC X(01).
                10  WS-AC-PRINCIPAL     PIC 9(9)V99.
                10  WS-AC-CURRENCY-CODE PIC X(03).
                10  WS-AC-ON-HISTORY    PIC X(01).
                    88  WS-AC-IS-ON-HISTORY        VALUE 'Y'.
                10  WS-AC-CLOSE-STATUS  PIC X(01).
                    88  WS-AC-REMOVED              VALUE 'R'.
                10  WS-AC-PAYOFF-DATE   PIC 9(08).
                10  WS-AC-CLOSEOUT-DATE PIC 9(08).
                10  WS-AC-REMOVED-DATE  PIC 9(08).
                10  WS-AC-TOTAL-PAID    PIC 9(11)V99.

      *    Customers erased this run, with the request that erased
      *    them, for the audit file pass after the last request.
        01  WS-ERASED-TABLE.
            05  WS-ERASED-COUNT         PIC 9(04) VALUE ZERO.
            05  WS-ERASED-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON WS-ERASED-COUNT
                    INDEXED BY ERASED-IDX.
                10  WS-ER-CUSTOMER-ID   PIC 9(05).
                10  WS-ER-REQUEST-REF   PIC X(10).

        01  WS-WORK-FIELDS.
            05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
            05  WS-RETAIN-UNTIL         PIC 9(08).
            05  WS-LOOKUP-ACCOUNT       PIC X(10).
            05  WS-ADDR-SUB             PIC 9(01).
            05  WS-ADDR-LIMIT           PIC 9(01).
            05  WS-REFUSE-COUNT         PIC 9(03).
            05  WS-SECTION-COUNT        PIC 9(05).
            05  WS-TYPE-TEXT            PIC X(08).
            05  WS-AUDIT-FILE-NAME      PIC X(08).

        01  WS-CONTROL-TOTALS.
            05  WS-REQUESTS-READ        PIC 9(07) VALUE ZERO.
            05  WS-ACCESS-ANSWERED      PIC 9(07) VALUE ZERO.
            05  WS-CUSTOMERS-ERASED     PIC 9(07) VALUE ZERO.
            05  WS-REQUESTS-REJECTED    PIC 9(07) VALUE ZERO.
            05  WS-ERASES-REFUSED       PIC 9(07) VALUE ZERO.
            05  WS-AUDIT-READ           PIC 9(07) VALUE ZERO.
            05  WS-AUDIT-ANONYMIZED     PIC 9(07) VALUE ZERO.
            05  WS-LOG-WRITTEN          PIC 9(07) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-SIGNED          PIC -ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL EOF-REQUEST
           PERFORM 6000-ANONYMIZE-AUDIT-FILES
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
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'TITULAR REQUEST FILE MISSING - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILEDD, STATUS='
                   WS-MASTER-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Neither the closed-loan history master nor the watch-list
      *    hit file exists until its first record is written.
           OPEN INPUT CLOSED-LOAN-MASTER
           IF WS-CLOSHIST-STATUS = '00'
               MOVE 'Y' TO WS-CLOSHIST-OPEN
           END-IF
           OPEN I-O SCREENING-HIT-FILE
           IF WS-SCRHIT-STATUS = '00'
               MOVE 'Y' TO WS-SCRHIT-OPEN
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'ATENDE-TITULARES LGPD DATA-SUBJECT REQUESTS'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN DATE  ' WS-FORMAT-OUTPUT
               '   RETENTION YEARS ' WS-RETENTION-YEARS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TK-RETENTION-YEARS IS NUMERIC
                               AND TK-RETENTION-YEARS > ZERO
                           MOVE TK-RETENTION-YEARS
                               TO WS-RETENTION-YEARS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       2000-PROCESS-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REQUEST
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2100-EDIT-REQUEST
                   IF RECORD-IS-VALID
                       IF TQ-ACCESS
                           PERFORM 3000-ANSWER-ACCESS
                       ELSE
                           PERFORM 5000-ERASE-CUSTOMER
                       END-IF
                   ELSE
                       PERFORM 2900-REJECT-REQUEST
                   END-IF
           END-READ.

      *    A customer erased earlier in the run is not reported
      *    again: the audit files still show the addresses until
      *    the pass after the last request.
       2100-EDIT-REQUEST.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE TQ-REQUEST-TYPE TO WS-CURRENT-TYPE
           MOVE TQ-REQUEST-REF TO WS-CURRENT-REF
           MOVE ZERO TO WS-CURRENT-CUSTOMER
           IF TQ-CUSTOMER-ID IS NUMERIC
               MOVE TQ-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUEST ' TQ-REQUEST-REF
               '  TYPE ' TQ-REQUEST-TYPE
               '  CUSTOMER ' TQ-CUSTOMER-ID
               '  RECEIVED ' TQ-REQUEST-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN NOT TQ-ACCESS AND NOT TQ-ERASE
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'UNKNOWN REQUEST TYPE' TO WS-REJECT-TEXT
               WHEN TQ-CUSTOMER-ID IS NOT NUMERIC
                       OR TQ-CUSTOMER-ID = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'INVALID CUSTOMER ID' TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2150-CHECK-ERASED
                   IF ERASED-FOUND
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'CUSTOMER ERASED EARLIER IN THIS RUN'
                           TO WS-REJECT-TEXT
                   END-IF
           END-EVALUATE
           IF RECORD-IS-VALID
               MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   KEY IS CM-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-TEXT
               END-READ
           END-IF.

       2150-CHECK-ERASED.
           MOVE 'N' TO WS-ERASED-FOUND
           IF WS-ERASED-COUNT > ZERO
               SET ERASED-IDX TO 1
               SEARCH WS-ERASED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ER-CUSTOMER-ID (ERASED-IDX)
                           = WS-CURRENT-CUSTOMER
                       MOVE 'Y' TO WS-ERASED-FOUND
               END-SEARCH
           END-IF.

      *    The reserved header and trailer keys bound the loan
      *    master sweep.
       2200-COLLECT-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE 'N' TO WS-EOF-MASTER
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
                           IF LI-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                               PERFORM 2210-ADD-MASTER-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CLOSHIST-IS-OPEN
               MOVE 'N' TO WS-EOF-CLOSHIST
               MOVE LOW-VALUES TO HC-ACCOUNT-NO
               START CLOSED-LOAN-MASTER
                   KEY IS NOT LESS THAN HC-ACCOUNT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CLOSHIST
               END-START
               PERFORM UNTIL EOF-CLOSHIST
                   READ CLOSED-LOAN-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-CLOSHIST
                       NOT AT END
                           IF HC-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                               PERFORM 2220-ADD-HISTORY-LOAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2210-ADD-MASTER-LOAN.
           IF WS-ACCT-COUNT NOT < 200
               DISPLAY 'CUSTOMER ACCOUNT TABLE FULL - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           SET ACCT-IDX TO WS-ACCT-COUNT
           INITIALIZE WS-ACCT-ENTRY (ACCT-IDX)
           MOVE LI-ACCOUNT-NO TO WS-AC-ACCOUNT-NO (ACCT-IDX)
           MOVE 'Y' TO WS-AC-ON-MASTER (ACCT-IDX)
           MOVE 'N' TO WS-AC-ON-HISTORY (ACCT-IDX)
           MOVE LI-STATUS-CODE TO WS-AC-STATUS-CODE (ACCT-IDX)
           MOVE LI-PRINCIPAL TO WS-AC-PRINCIPAL (ACCT-IDX)
           MOVE LI-CURRENCY-CODE TO WS-AC-CURRENCY-CODE (ACCT-IDX).

      *    A loan closed out but not yet removed is on both masters
      *    and keeps its one entry.
       2220-ADD-HISTORY-LOAN.
           MOVE HC-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
           PERFORM 3800-FIND-ACCOUNT
           IF NOT ACCOUNT-FOUND
               IF WS-ACCT-COUNT NOT < 200
                   DISPLAY 'CUSTOMER ACCOUNT TABLE FULL - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               SET ACCT-IDX TO WS-ACCT-COUNT
               INITIALIZE WS-ACCT-ENTRY (ACCT-IDX)
               MOVE HC-ACCOUNT-NO TO WS-AC-ACCOUNT-NO (ACCT-IDX)
               MOVE 'N' TO WS-AC-ON-MASTER (ACCT-IDX)
               MOVE HC-STATUS-CODE TO WS-AC-STATUS-CODE (ACCT-IDX)
               MOVE HC-PRINCIPAL TO WS-AC-PRINCIPAL (ACCT-IDX)
               MOVE HC-CURRENCY-CODE
                   TO WS-AC-CURRENCY-CODE (ACCT-IDX)
           END-IF
           MOVE 'Y' TO WS-AC-ON-HISTORY (ACCT-IDX)
           MOVE HC-CLOSE-STATUS TO WS-AC-CLOSE-STATUS (ACCT-IDX)
           MOVE HC-PAYOFF-DATE TO WS-AC-PAYOFF-DATE (ACCT-IDX)
           MOVE HC-CLOSEOUT-DATE TO WS-AC-CLOSEOUT-DATE (ACCT-IDX)
           MOVE HC-REMOVED-DATE TO WS-AC-REMOVED-DATE (ACCT-IDX)
           MOVE HC-TOTAL-PAID TO WS-AC-TOTAL-PAID (ACCT-IDX).

       2900-REJECT-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED
           MOVE SPACES TO REPORT-LINE
           STRING '  REJECTED - ' WS-REJECT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *    Access request: everything held on the customer, section
      *    by section.
      *****************************************************************
       3000-ANSWER-ACCESS.
           PERFORM 2200-COLLECT-ACCOUNTS
           PERFORM 3100-REPORT-CUSTOMER
           PERFORM 3200-REPORT-ADDRESS-AUDIT
           PERFORM 3300-REPORT-LOANS
           PERFORM 3400-REPORT-PAYMENTS
           PERFORM 3500-REPORT-STATEMENTS
           PERFORM 3600-REPORT-CONTACTS
           PERFORM 3700-REPORT-SCREENING
           ADD 1 TO WS-ACCESS-ANSWERED
           MOVE 'TITRPTDD' TO TG-FILE-NAME
           MOVE WS-CURRENT-CUSTOMER TO TG-RECORD-KEY
           MOVE 'ACCESS REPORT' TO TG-FIELD-NAME
           MOVE 'R' TO TG-ACTION
           PERFORM 5900-WRITE-CHANGE-LOG
           MOVE SPACES TO REPORT-LINE
           MOVE '  ACCESS REQUEST ANSWERED' TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-REPORT-CUSTOMER.
           MOVE SPACES TO REPORT-LINE
           MOVE '  CUSTOMER MASTER (CUSTMSTD)' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    CUSTOMER ' CM-CUSTOMER-ID
               '  EXTERNAL ID ' CM-EXTERNAL-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '    NAME     ' CM-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-ADDR-LIMIT
           IF CM-ADDRESS-COUNT IS NUMERIC
               MOVE CM-ADDRESS-COUNT TO WS-ADDR-LIMIT
           END-IF
           IF WS-ADDR-LIMIT > 3
               MOVE 3 TO WS-ADDR-LIMIT
           END-IF
           IF WS-ADDR-LIMIT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE '    NO ADDRESS ON FILE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3110-REPORT-ADDRESS
                   VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
           END-IF.

       3110-REPORT-ADDRESS.
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
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WS-TYPE-TEXT ' '
               CM-HOUSE-NUMBER (WS-ADDR-SUB)
               ' ' CM-COUNTRY (WS-ADDR-SUB)
               ' ' CM-PINCODE (WS-ADDR-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
               MOVE CM-RETURNED-DATE (WS-ADDR-SUB) TO WS-FORMAT-DATE
               CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
               MOVE SPACES TO REPORT-LINE
               STRING '             RETURNED BY THE POST OFFICE '
                   WS-FORMAT-OUTPUT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Both audit files are optional: the live file starts with
      *    the first address change and the archive with the first
      *    archiving run.
       3200-REPORT-ADDRESS-AUDIT.
           MOVE SPACES TO REPORT-LINE
           MOVE '  ADDRESS CHANGES (ADDRAUDD, ARCHAUDD)' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-AUDIT
           END-IF
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE INTO ADDRESS-AUDIT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       IF AA-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                           PERFORM 3210-RENDER-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-ARCHIVE
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-ARCHIVE
           END-IF
           PERFORM UNTIL EOF-ARCHIVE
               READ AUDIT-ARCHIVE-FILE INTO ADDRESS-AUDIT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-ARCHIVE
                   NOT AT END
                       IF AA-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                           PERFORM 3210-RENDER-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           IF WS-SECTION-COUNT = ZERO
               PERFORM 3900-REPORT-NONE
           END-IF.

       3210-RENDER-AUDIT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE AA-AUDIT-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WS-FORMAT-OUTPUT
               ' TYPE ' AA-ADDRESS-TYPE
               ' OLD ' AA-OLD-HOUSE-NUMBER
               ' ' AA-OLD-COUNTRY
               ' ' AA-OLD-PINCODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '                   '
               '  NEW ' AA-NEW-HOUSE-NUMBER
               ' ' AA-NEW-COUNTRY
               ' ' AA-NEW-PINCODE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3300-REPORT-LOANS.
           MOVE SPACES TO REPORT-LINE
           MOVE '  LOANS (INFILEDD, CLOSHSDD)' TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ACCT-COUNT = ZERO
               PERFORM 3900-REPORT-NONE
           ELSE
               PERFORM 3310-RENDER-LOAN
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
           END-IF.

       3310-RENDER-LOAN.
           MOVE WS-AC-PRINCIPAL (ACCT-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WS-AC-ACCOUNT-NO (ACCT-IDX)
               '  ' WS-AC-CURRENCY-CODE (ACCT-IDX)
               ' PRINCIPAL ' WS-EDIT-AMOUNT
               '  STATUS ' WS-AC-STATUS-CODE (ACCT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AC-IS-ON-HISTORY (ACCT-IDX)
               MOVE WS-AC-PAYOFF-DATE (ACCT-IDX) TO WS-FORMAT-DATE
               CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
               MOVE WS-AC-TOTAL-PAID (ACCT-IDX) TO WS-EDIT-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING '      PAID IN FULL ' WS-FORMAT-OUTPUT
                   '  TOTAL PAID ' WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-AC-REMOVED (ACCT-IDX)
                   MOVE WS-AC-REMOVED-DATE (ACCT-IDX)
                       TO WS-FORMAT-DATE
                   CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
                   MOVE SPACES TO REPORT-LINE
                   STRING '      REMOVED FROM ACTIVE MASTER '
                       WS-FORMAT-OUTPUT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       3400-REPORT-PAYMENTS.
           MOVE SPACES TO REPORT-LINE
           MOVE '  PAYMENTS (PAYJRNDD)' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-JOURNAL
           IF WS-ACCT-COUNT = ZERO
               MOVE 'Y' TO WS-EOF-JOURNAL
               MOVE '99' TO WS-JOURNAL-STATUS
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-JOURNAL
               END-IF
           END-IF
           PERFORM UNTIL EOF-JOURNAL
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-JOURNAL
                   NOT AT END
                       MOVE PJ-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
                       PERFORM 3800-FIND-ACCOUNT
                       IF ACCOUNT-FOUND
                           PERFORM 3410-RENDER-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-SECTION-COUNT = ZERO
               PERFORM 3900-REPORT-NONE
           END-IF.

       3410-RENDER-PAYMENT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE PJ-PAYMENT-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE PJ-AMOUNT-APPLIED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           IF PJ-REVERSING
               STRING '    ' WS-FORMAT-OUTPUT
                   '  ' PJ-ACCOUNT-NO
                   '  ' PJ-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
                   '  REVERSED'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '    ' WS-FORMAT-OUTPUT
                   '  ' PJ-ACCOUNT-NO
                   '  ' PJ-CURRENCY-CODE ' ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *    The statement lines are the YTD chain records the annual
      *    statement is printed from; the chain carries the customer.
       3500-REPORT-STATEMENTS.
           MOVE SPACES TO REPORT-LINE
           MOVE '  STATEMENT LINES (YTDDD)' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
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
                       IF LO-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                           PERFORM 3510-RENDER-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
               CLOSE YTD-FILE
           END-IF
           IF WS-SECTION-COUNT = ZERO
               PERFORM 3900-REPORT-NONE
           END-IF.

       3510-RENDER-STATEMENT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE LO-POSTING-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE LO-INTEREST-AMT TO WS-EDIT-SIGNED
           MOVE LO-NEW-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WS-FORMAT-OUTPUT
               '  ' LO-ACCOUNT-NO
               ' INT ' WS-EDIT-SIGNED
               ' BAL ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF LO-FEE-AMT IS NUMERIC AND LO-FEE-AMT > ZERO
               MOVE LO-FEE-AMT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING '                            FEE '
                   LO-FEE-CODE ' ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3600-REPORT-CONTACTS.
           MOVE SPACES TO REPORT-LINE
           MOVE '  COLLECTION CONTACTS (CONTHSTDD)' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-HISTORY
           IF WS-ACCT-COUNT = ZERO
               MOVE 'Y' TO WS-EOF-HISTORY
               MOVE '99' TO WS-HISTORY-STATUS
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-HISTORY
               END-IF
           END-IF
           PERFORM UNTIL EOF-HISTORY
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HISTORY
                   NOT AT END
                       MOVE CN-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
                       PERFORM 3800-FIND-ACCOUNT
                       IF ACCOUNT-FOUND
                           PERFORM 3610-RENDER-CONTACT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
               CLOSE HISTORY-FILE
           END-IF
           IF WS-SECTION-COUNT = ZERO
               PERFORM 3900-REPORT-NONE
           END-IF.

       3610-RENDER-CONTACT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE CN-LETTER-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN CN-REMINDER-SENT
                   STRING '    ' WS-FORMAT-OUTPUT
                       '  ' CN-ACCOUNT-NO '  REMINDER LETTER'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CN-FORMAL-SENT
                   STRING '    ' WS-FORMAT-OUTPUT
                       '  ' CN-ACCOUNT-NO '  FORMAL NOTICE'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CN-FINAL-SENT
                   STRING '    ' WS-FORMAT-OUTPUT
                       '  ' CN-ACCOUNT-NO '  FINAL DEMAND'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING '    ' WS-FORMAT-OUTPUT
                       '  ' CN-ACCOUNT-NO '  LEVEL ' CN-LETTER-LEVEL
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       3700-REPORT-SCREENING.
           MOVE SPACES TO REPORT-LINE
           MOVE '  WATCH-LIST SCREENING (SCRHITDD)' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-SECTION-COUNT
           IF SCRHIT-IS-OPEN
               PERFORM 3750-START-HITS
               PERFORM UNTIL EOF-HIT
                   READ SCREENING-HIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-HIT
                       NOT AT END
                           IF SH-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                               MOVE 'Y' TO WS-EOF-HIT
                           ELSE
                               PERFORM 3710-RENDER-HIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SECTION-COUNT = ZERO
               PERFORM 3900-REPORT-NONE
           END-IF.

       3710-RENDER-HIT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SH-HIT-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING '    ' WS-FORMAT-OUTPUT
               '  ENTRY ' SH-ENTRY-ID
               '  STATUS ' SH-HIT-STATUS
               '  ' SH-LIST-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '      SCREENED AS ' SH-CUSTOMER-NAME
               ' ' SH-CUSTOMER-COUNTRY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3750-START-HITS.
           MOVE 'N' TO WS-EOF-HIT
           MOVE WS-CURRENT-CUSTOMER TO SH-CUSTOMER-ID
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SCREENING-HIT-FILE
               KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIT
           END-START.

       3800-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND
           IF WS-ACCT-COUNT > ZERO
               SET ACCT-IDX TO 1
               SEARCH WS-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AC-ACCOUNT-NO (ACCT-IDX)
                           = WS-LOOKUP-ACCOUNT
                       MOVE 'Y' TO WS-ACCOUNT-FOUND
               END-SEARCH
           END-IF.

       3900-REPORT-NONE.
           MOVE SPACES TO REPORT-LINE
           MOVE '    NONE' TO REPORT-LINE
           WRITE REPORT-LINE.

      *****************************************************************
      *    Erase request: refused while the law or an open matter
      *    still needs the data; otherwise the name and addresses
      *    are anonymized wherever the customer key leads.
      *****************************************************************
       5000-ERASE-CUSTOMER.
           PERFORM 2200-COLLECT-ACCOUNTS
           PERFORM 5100-CHECK-ERASE-ALLOWED
           IF WS-REFUSE-COUNT > ZERO
               ADD 1 TO WS-ERASES-REFUSED
               MOVE SPACES TO REPORT-LINE
               MOVE '  ERASE REFUSED' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 5200-ANONYMIZE-CUSTOMER
               IF SCRHIT-IS-OPEN
                   PERFORM 5300-ANONYMIZE-HITS
               END-IF
               IF WS-ERASED-COUNT NOT < 1000
                   DISPLAY 'ERASED CUSTOMER TABLE FULL - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ERASED-COUNT
               MOVE WS-CURRENT-CUSTOMER
                   TO WS-ER-CUSTOMER-ID (WS-ERASED-COUNT)
               MOVE WS-CURRENT-REF
                   TO WS-ER-REQUEST-REF (WS-ERASED-COUNT)
               ADD 1 TO WS-CUSTOMERS-ERASED
               MOVE SPACES TO REPORT-LINE
               MOVE '  CUSTOMER ERASED' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Every reason is listed, so the privacy office can answer
      *    the customer in one letter.
       5100-CHECK-ERASE-ALLOWED.
           MOVE ZERO TO WS-REFUSE-COUNT
           IF WS-ACCT-COUNT > ZERO
               PERFORM 5110-CHECK-ACCOUNT
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > WS-ACCT-COUNT
           END-IF
           IF SCRHIT-IS-OPEN
               PERFORM 3750-START-HITS
               PERFORM UNTIL EOF-HIT
                   READ SCREENING-HIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-HIT
                       NOT AT END
                           IF SH-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                               MOVE 'Y' TO WS-EOF-HIT
                           ELSE
                               IF SH-BLOCKS-LENDING
                                   PERFORM 5120-REFUSE-HIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       5110-CHECK-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-AC-IS-ON-MASTER (ACCT-IDX)
                   ADD 1 TO WS-REFUSE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '    LOAN ' WS-AC-ACCOUNT-NO (ACCT-IDX)
                       ' STILL ON THE ACTIVE LOAN MASTER'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-AC-IS-ON-HISTORY (ACCT-IDX)
                       AND NOT WS-AC-REMOVED (ACCT-IDX)
                   ADD 1 TO WS-REFUSE-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '    LOAN ' WS-AC-ACCOUNT-NO (ACCT-IDX)
                       ' CLOSED OUT, NOT YET REMOVED'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   COMPUTE WS-RETAIN-UNTIL =
                       WS-AC-PAYOFF-DATE (ACCT-IDX) +
                       WS-RETENTION-YEARS * 10000
                   IF WS-RETAIN-UNTIL > WS-TODAY-DATE
                       ADD 1 TO WS-REFUSE-COUNT
                       MOVE WS-RETAIN-UNTIL TO WS-FORMAT-DATE
                       CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
                       MOVE SPACES TO REPORT-LINE
                       STRING '    LOAN '
                           WS-AC-ACCOUNT-NO (ACCT-IDX)
                           ' RETAINED BY LAW UNTIL '
                           WS-FORMAT-OUTPUT
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-EVALUATE.

       5120-REFUSE-HIT.
           ADD 1 TO WS-REFUSE-COUNT
           MOVE SPACES TO REPORT-LINE
           IF SH-OPEN
               STRING '    WATCH-LIST HIT ' SH-ENTRY-ID
                   ' AWAITING COMPLIANCE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '    WATCH-LIST HIT ' SH-ENTRY-ID
                   ' CONFIRMED BY COMPLIANCE'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *    The customer ID, external reference, address types and
      *    returned-mail marks stay; a field already anonymized by
      *    an earlier run is not logged twice.
       5200-ANONYMIZE-CUSTOMER.
           MOVE 'N' TO WS-RECORD-CHANGED
           MOVE 'CUSTMSTD' TO TG-FILE-NAME
           IF CM-NAME NOT = WS-ANON-NAME
               MOVE WS-ANON-NAME TO CM-NAME
               MOVE 'Y' TO WS-RECORD-CHANGED
               MOVE WS-CURRENT-CUSTOMER TO TG-RECORD-KEY
               MOVE 'CM-NAME' TO TG-FIELD-NAME
               MOVE 'X' TO TG-ACTION
               PERFORM 5900-WRITE-CHANGE-LOG
           END-IF
           MOVE ZERO TO WS-ADDR-LIMIT
           IF CM-ADDRESS-COUNT IS NUMERIC
               MOVE CM-ADDRESS-COUNT TO WS-ADDR-LIMIT
           END-IF
           IF WS-ADDR-LIMIT > 3
               MOVE 3 TO WS-ADDR-LIMIT
           END-IF
           PERFORM 5210-ANONYMIZE-ADDRESS
               VARYING WS-ADDR-SUB FROM 1 BY 1
               UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
           IF RECORD-CHANGED
               REWRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED ON CUSTMSTD, STATUS='
                           WS-CUSTMAST-STATUS ' - RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

       5210-ANONYMIZE-ADDRESS.
           IF CM-HOUSE-NUMBER (WS-ADDR-SUB) NOT = ZERO
                   OR CM-COUNTRY (WS-ADDR-SUB) NOT = WS-ANON-COUNTRY
                   OR CM-PINCODE (WS-ADDR-SUB) NOT = ZERO
               MOVE ZERO TO CM-HOUSE-NUMBER (WS-ADDR-SUB)
               MOVE WS-ANON-COUNTRY TO CM-COUNTRY (WS-ADDR-SUB)
               MOVE ZERO TO CM-PINCODE (WS-ADDR-SUB)
               MOVE 'Y' TO WS-RECORD-CHANGED
               MOVE WS-CURRENT-CUSTOMER TO TG-RECORD-KEY
               MOVE SPACES TO TG-FIELD-NAME
               STRING 'CM-ADDRESS-ENTRY (' WS-ADDR-SUB ')'
                   DELIMITED BY SIZE INTO TG-FIELD-NAME
               MOVE 'X' TO TG-ACTION
               PERFORM 5900-WRITE-CHANGE-LOG
           END-IF.

      *    Only cleared hits remain here (an open or confirmed one
      *    refuses the erase); the decision and dates stay as the
      *    compliance record, the name, country and the held
      *    transaction image go.
       5300-ANONYMIZE-HITS.
           PERFORM 3750-START-HITS
           PERFORM UNTIL EOF-HIT
               READ SCREENING-HIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-HIT
                   NOT AT END
                       IF SH-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                           MOVE 'Y' TO WS-EOF-HIT
                       ELSE
                           PERFORM 5310-ANONYMIZE-HIT
                       END-IF
               END-READ
           END-PERFORM.

       5310-ANONYMIZE-HIT.
           IF SH-CUSTOMER-NAME NOT = WS-ANON-NAME
                   OR SH-CUSTOMER-COUNTRY NOT = WS-ANON-COUNTRY
                   OR SH-TRAN-IMAGE NOT = SPACES
               MOVE WS-ANON-NAME TO SH-CUSTOMER-NAME
               MOVE WS-ANON-COUNTRY TO SH-CUSTOMER-COUNTRY
               MOVE SPACES TO SH-TRAN-IMAGE
               REWRITE SCREENING-HIT-RECORD
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED ON SCRHITDD, STATUS='
                           WS-SCRHIT-STATUS ' - RUN ABORTED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               MOVE 'SCRHITDD' TO TG-FILE-NAME
               MOVE SH-HIT-KEY TO TG-RECORD-KEY
               MOVE 'SH-CUSTOMER-NAME' TO TG-FIELD-NAME
               MOVE 'X' TO TG-ACTION
               PERFORM 5900-WRITE-CHANGE-LOG
               MOVE 'SCRHITDD' TO TG-FILE-NAME
               MOVE SH-HIT-KEY TO TG-RECORD-KEY
               MOVE 'SH-CUSTOMER-COUNTRY' TO TG-FIELD-NAME
               MOVE 'X' TO TG-ACTION
               PERFORM 5900-WRITE-CHANGE-LOG
               MOVE 'SCRHITDD' TO TG-FILE-NAME
               MOVE SH-HIT-KEY TO TG-RECORD-KEY
               MOVE 'SH-TRAN-IMAGE' TO TG-FIELD-NAME
               MOVE 'X' TO TG-ACTION
               PERFORM 5900-WRITE-CHANGE-LOG
           END-IF.

      *    The caller has set the file, key, field and action.
       5900-WRITE-CHANGE-LOG.
           MOVE WS-TODAY-DATE TO TG-RUN-DATE
           MOVE WS-CURRENT-REF TO TG-REQUEST-REF
           MOVE WS-CURRENT-TYPE TO TG-REQUEST-TYPE
           MOVE WS-CURRENT-CUSTOMER TO TG-CUSTOMER-ID
           WRITE TITULAR-LOG-RECORD
           ADD 1 TO WS-LOG-WRITTEN.

      *****************************************************************
      *    Address audit files: copied whole to their new
      *    generations every run, the erased customers' before and
      *    after addresses anonymized on the way.  The new
      *    generations replace ADDRAUDD and ARCHAUDD as the
      *    archiving run's do.
      *****************************************************************
       6000-ANONYMIZE-AUDIT-FILES.
           MOVE 'E' TO WS-CURRENT-TYPE
           MOVE 'N' TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-AUDIT
           END-IF
           OPEN OUTPUT AUDIT-NEW-FILE
           MOVE 'ADDRAUDD' TO WS-AUDIT-FILE-NAME
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE INTO ADDRESS-AUDIT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       PERFORM 6300-ANONYMIZE-AUDIT-RECORD
                       WRITE AUDIT-NEW-RECORD FROM ADDRESS-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF
           CLOSE AUDIT-NEW-FILE
           MOVE 'N' TO WS-EOF-ARCHIVE
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-ARCHIVE
           END-IF
           OPEN OUTPUT ARCHIVE-NEW-FILE
           MOVE 'ARCHAUDD' TO WS-AUDIT-FILE-NAME
           PERFORM UNTIL EOF-ARCHIVE
               READ AUDIT-ARCHIVE-FILE INTO ADDRESS-AUDIT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-ARCHIVE
                   NOT AT END
                       PERFORM 6300-ANONYMIZE-AUDIT-RECORD
                       WRITE ARCHIVE-NEW-RECORD
                           FROM ADDRESS-AUDIT-RECORD
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           CLOSE ARCHIVE-NEW-FILE.

       6300-ANONYMIZE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-READ
           MOVE AA-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           PERFORM 2150-CHECK-ERASED
           IF ERASED-FOUND
               MOVE WS-ER-REQUEST-REF (ERASED-IDX) TO WS-CURRENT-REF
               MOVE SPACES TO TG-RECORD-KEY
               STRING AA-CUSTOMER-ID AA-ADDRESS-TYPE AA-AUDIT-DATE
                   AA-AUDIT-UTC-HOUR AA-AUDIT-UTC-MINUTE
                   DELIMITED BY SIZE INTO TG-RECORD-KEY
               IF AA-OLD-HOUSE-NUMBER NOT = ZERO
                       OR AA-OLD-COUNTRY NOT = WS-ANON-COUNTRY
                       OR AA-OLD-PINCODE NOT = ZERO
                   MOVE ZERO TO AA-OLD-HOUSE-NUMBER
                   MOVE WS-ANON-COUNTRY TO AA-OLD-COUNTRY
                   MOVE ZERO TO AA-OLD-PINCODE
                   MOVE WS-AUDIT-FILE-NAME TO TG-FILE-NAME
                   MOVE 'AA-OLD-ADDRESS' TO TG-FIELD-NAME
                   MOVE 'X' TO TG-ACTION
                   PERFORM 5900-WRITE-CHANGE-LOG
               END-IF
               IF AA-NEW-HOUSE-NUMBER NOT = ZERO
                       OR AA-NEW-COUNTRY NOT = WS-ANON-COUNTRY
                       OR AA-NEW-PINCODE NOT = ZERO
                   MOVE ZERO TO AA-NEW-HOUSE-NUMBER
                   MOVE WS-ANON-COUNTRY TO AA-NEW-COUNTRY
                   MOVE ZERO TO AA-NEW-PINCODE
                   MOVE WS-AUDIT-FILE-NAME TO TG-FILE-NAME
                   MOVE 'AA-NEW-ADDRESS' TO TG-FIELD-NAME
                   MOVE 'X' TO TG-ACTION
                   PERFORM 5900-WRITE-CHANGE-LOG
               END-IF
               ADD 1 TO WS-AUDIT-ANONYMIZED
           END-IF.

       8500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUESTS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTS READ          ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCESS-ANSWERED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCESS REQUESTS ANSWERED' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-ERASED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMERS ERASED       ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERASES-REFUSED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ERASES REFUSED         ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUESTS-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REQUESTS REJECTED      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDIT-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT RECORDS COPIED   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDIT-ANONYMIZED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT RECORDS ANONYMIZED' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOG-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CHANGE LOG RECORDS     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE REQUEST-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE LOAN-MASTER
           IF CLOSHIST-IS-OPEN
               CLOSE CLOSED-LOAN-MASTER
           END-IF
           IF SCRHIT-IS-OPEN
               CLOSE SCREENING-HIT-FILE
           END-IF
           CLOSE CHANGE-LOG-FILE
           CLOSE REPORT-FILE
           IF WS-REQUESTS-REJECTED > ZERO OR WS-ERASES-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'TITULAR ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-REQUESTS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-ACCESS-ANSWERED + WS-CUSTOMERS-ERASED
           COMPUTE RL-RECORDS-REJECTED =
               WS-REQUESTS-REJECTED + WS-ERASES-REFUSED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
