      *****************************************************************
      * Program name:    TRIAGEM-CLIENTES
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: nightly watch-list rescreen of the
      *                  customer master.  When the WATCHDD list
      *                  carries a new issue date (or the SCRCTLDD
      *                  card forces it) every customer on CUSTMSTD
      *                  is run past every list entry through
      *                  COMPARA-NOMES, name against name and the
      *                  entry's country against the customer's
      *                  address countries.  A hit not already on
      *                  SCRHITDD is written there open, which stops
      *                  MANTEM-EMPRESTIMOS opening new loans for the
      *                  customer until compliance clears it through
      *                  VERB-01.  Hits already recorded, cleared or
      *                  not, are left as compliance decided them.
      *                  The list date screened against is kept on
      *                  SCRSTADD.  Return code 4 when new hits were
      *                  raised; 16 when the list does not balance.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRIAGEM-CLIENTES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO SCRCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT WATCH-FILE ASSIGN TO WATCHDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WATCH-STATUS.
         SELECT STATE-FILE ASSIGN TO SCRSTADD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATE-STATUS.
         SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT SCREENING-HIT-FILE ASSIGN TO SCRHITDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SH-HIT-KEY
             FILE STATUS IS WS-SCRHIT-STATUS.
         SELECT REPORT-FILE ASSIGN TO SCRRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY SCRCTL.

        FD  WATCH-FILE
            RECORDING MODE IS F.
        COPY WATCHLST.
        COPY FEEDHT.

        FD  STATE-FILE
            RECORDING MODE IS F.
        COPY SCRSTA.

        FD  CUSTOMER-MASTER
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  SCREENING-HIT-FILE
            RECORDING MODE IS F.
        COPY SCRHIT.

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

        COPY WATCHTAB.

        COPY NOMEPARM REPLACING NAME-MATCH-PARM BY
            WS-NAME-MATCH-PARM,
            NAME-MATCH-CUSTOMER BY WS-NAME-MATCH-CUSTOMER,
            NAME-MATCH-CUST-NAME BY WS-NAME-MATCH-CUST-NAME,
            NAME-MATCH-CUST-COUNTRY BY WS-NAME-MATCH-CUST-COUNTRY,
            NAME-MATCH-LIST-NAME BY WS-NAME-MATCH-LIST-NAME,
            NAME-MATCH-LIST-COUNTRY BY WS-NAME-MATCH-LIST-COUNTRY,
            NAME-MATCH-THRESHOLD BY WS-NAME-MATCH-THRESHOLD,
            NAME-MATCH-SCORE BY WS-NAME-MATCH-SCORE,
            NAME-MATCH-COUNTRY-IDX BY WS-NAME-MATCH-COUNTRY-IDX,
            NAME-MATCH-RESULT BY WS-NAME-MATCH-RESULT.

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-WATCH-STATUS         PIC X(02).
            05  WS-STATE-STATUS         PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-SCRHIT-STATUS        PIC X(02).
            05  WS-EOF-WATCH            PIC X(01) VALUE 'N'.
                88  EOF-WATCH                      VALUE 'Y'.
            05  WS-EOF-CUSTOMER         PIC X(01) VALUE 'N'.
                88  EOF-CUSTOMER                   VALUE 'Y'.
            05  WS-TRAILER-FOUND        PIC X(01) VALUE 'N'.
                88  TRAILER-FOUND                  VALUE 'Y'.
            05  WS-FORCE-RESCREEN       PIC X(01) VALUE 'N'.
                88  FORCE-RESCREEN                 VALUE 'Y'.
            05  WS-RESCREEN-SWITCH      PIC X(01) VALUE 'N'.
                88  RESCREEN-NEEDED                VALUE 'Y'.

      *    Screening settings as run tonight: the card's threshold,
      *    or this default.
        01  WS-SCREENING-SETTINGS.
            05  WS-MATCH-THRESHOLD      PIC 9(03) VALUE 80.

        01  WS-WORK-FIELDS.
            05  WS-TODAY-DATE           PIC 9(08) VALUE ZERO.
            05  WS-LAST-LIST-DATE       PIC 9(08) VALUE ZERO.
            05  WS-WATCH-RECORD-COUNT   PIC 9(07) VALUE ZERO.
            05  WS-WATCH-TRAILER-COUNT  PIC 9(07) VALUE ZERO.
            05  WS-ADDR-SUB             PIC 9(01).
            05  WS-COUNTRY-SUB          PIC 9(01).

        01  WS-CONTROL-TOTALS.
            05  WS-CUSTOMERS-SCREENED   PIC 9(07) VALUE ZERO.
            05  WS-NEW-HITS             PIC 9(07) VALUE ZERO.
            05  WS-KNOWN-HITS           PIC 9(07) VALUE ZERO.
            05  WS-HIT-WRITE-ERRORS     PIC 9(07) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-SCORE           PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF RESCREEN-NEEDED
               PERFORM 2000-SCREEN-CUSTOMERS
               PERFORM 8000-UPDATE-STATE
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
           PERFORM 1200-LOAD-WATCH-LIST
           PERFORM 1300-READ-STATE
           IF WATCH-LIST-DATE NOT = WS-LAST-LIST-DATE
                   OR FORCE-RESCREEN
               MOVE 'Y' TO WS-RESCREEN-SWITCH
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SCREENING-HIT-FILE
           IF WS-SCRHIT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SCRHITDD, STATUS='
                   WS-SCRHIT-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-MATCH-THRESHOLD TO WS-NAME-MATCH-THRESHOLD
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'TRIAGEM-CLIENTES WATCH-LIST RESCREEN' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN DATE  ' WS-FORMAT-OUTPUT
               '  MATCH THRESHOLD ' WS-MATCH-THRESHOLD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WATCH-LIST-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE WATCH-ENTRY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LIST DATE ' WS-FORMAT-OUTPUT
               '  ENTRIES ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF NOT RESCREEN-NEEDED
               MOVE 'LIST UNCHANGED SINCE LAST RESCREEN - NOT RUN'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SX-MATCH-THRESHOLD IS NUMERIC
                               AND SX-MATCH-THRESHOLD > ZERO
                           MOVE SX-MATCH-THRESHOLD TO
                               WS-MATCH-THRESHOLD
                       END-IF
                       IF SX-RESCREEN-ALWAYS
                           MOVE 'Y' TO WS-FORCE-RESCREEN
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    A rescreen against a short or undated list would pass
      *    customers it never saw the entries for, so the run stops.
       1200-LOAD-WATCH-LIST.
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING WATCHDD, STATUS='
                   WS-WATCH-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-WATCH
               READ WATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-WATCH
                   NOT AT END
                       PERFORM 1210-STORE-WATCH-ENTRY
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE
           IF NOT TRAILER-FOUND
                   OR WATCH-LIST-DATE IS NOT NUMERIC
                   OR WATCH-LIST-DATE = ZERO
                   OR WS-WATCH-RECORD-COUNT > 5000
                   OR WS-WATCH-RECORD-COUNT NOT =
                       WS-WATCH-TRAILER-COUNT
               DISPLAY 'WATCHDD OUT OF BALANCE, RECORDS='
                   WS-WATCH-RECORD-COUNT ' TRAILER='
                   WS-WATCH-TRAILER-COUNT ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-STORE-WATCH-ENTRY.
           EVALUATE TRUE
               WHEN FH-HEADER
                   MOVE FH-BUSINESS-DATE TO WATCH-LIST-DATE
               WHEN FT-TRAILER
                   MOVE FT-RECORD-COUNT TO WS-WATCH-TRAILER-COUNT
                   MOVE 'Y' TO WS-TRAILER-FOUND
               WHEN OTHER
                   ADD 1 TO WS-WATCH-RECORD-COUNT
                   IF WS-WATCH-RECORD-COUNT NOT > 5000
                       ADD 1 TO WATCH-ENTRY-COUNT
                       MOVE WL-ENTRY-ID TO
                           WATCH-ENTRY-ID (WATCH-ENTRY-COUNT)
                       MOVE WL-NAME TO WATCH-NAME (WATCH-ENTRY-COUNT)
                       MOVE WL-COUNTRY TO
                           WATCH-COUNTRY (WATCH-ENTRY-COUNT)
                   END-IF
           END-EVALUATE.

      *    No state record yet means no list has been screened
      *    against, so the first run always rescreens.
       1300-READ-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS = '00'
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SY-LAST-LIST-DATE IS NUMERIC
                           MOVE SY-LAST-LIST-DATE TO WS-LAST-LIST-DATE
                       END-IF
               END-READ
               CLOSE STATE-FILE
           END-IF.

       2000-SCREEN-CUSTOMERS.
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
                       PERFORM 2100-SCREEN-CUSTOMER
               END-READ
           END-PERFORM.

       2100-SCREEN-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SCREENED
           MOVE SPACES TO WS-NAME-MATCH-CUSTOMER
           MOVE CM-NAME TO WS-NAME-MATCH-CUST-NAME
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > CM-ADDRESS-COUNT
               MOVE CM-COUNTRY (WS-ADDR-SUB) TO
                   WS-NAME-MATCH-CUST-COUNTRY (WS-ADDR-SUB)
           END-PERFORM
           PERFORM 2200-MATCH-ENTRY
               VARYING WATCH-IDX FROM 1 BY 1
               UNTIL WATCH-IDX > WATCH-ENTRY-COUNT.

       2200-MATCH-ENTRY.
           MOVE WATCH-NAME (WATCH-IDX) TO WS-NAME-MATCH-LIST-NAME
           MOVE WATCH-COUNTRY (WATCH-IDX) TO WS-NAME-MATCH-LIST-COUNTRY
           CALL 'COMPARA-NOMES' USING WS-NAME-MATCH-PARM
           IF WS-NAME-MATCH-RESULT = 'Y'
               PERFORM 2300-RECORD-HIT
           END-IF.

      *    A hit already on file keeps its status and history: a
      *    customer compliance cleared against this entry is not
      *    raised again because the list was reissued.
       2300-RECORD-HIT.
           MOVE CM-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE WATCH-ENTRY-ID (WATCH-IDX) TO SH-ENTRY-ID
           READ SCREENING-HIT-FILE
               INVALID KEY
                   PERFORM 2350-BUILD-HIT-RECORD
                   WRITE SCREENING-HIT-RECORD
                       INVALID KEY
                           DISPLAY 'HIT WRITE FAILED, STATUS='
                               WS-SCRHIT-STATUS ' :' CM-CUSTOMER-ID
                               ' ' WATCH-ENTRY-ID (WATCH-IDX)
                           ADD 1 TO WS-HIT-WRITE-ERRORS
                       NOT INVALID KEY
                           ADD 1 TO WS-NEW-HITS
                           PERFORM 2400-REPORT-HIT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-KNOWN-HITS
           END-READ.

       2350-BUILD-HIT-RECORD.
           MOVE WS-TODAY-DATE TO SH-HIT-DATE
           MOVE WATCH-LIST-DATE TO SH-LIST-DATE
           MOVE 'R' TO SH-HIT-SOURCE
           MOVE WS-NAME-MATCH-SCORE TO SH-MATCH-SCORE
           MOVE CM-NAME TO SH-CUSTOMER-NAME
           MOVE WS-NAME-MATCH-COUNTRY-IDX TO WS-COUNTRY-SUB
           IF WS-COUNTRY-SUB = ZERO
               MOVE 1 TO WS-COUNTRY-SUB
           END-IF
           MOVE WS-NAME-MATCH-CUST-COUNTRY (WS-COUNTRY-SUB)
               TO SH-CUSTOMER-COUNTRY
           MOVE WATCH-NAME (WATCH-IDX) TO SH-LIST-NAME
           MOVE WATCH-COUNTRY (WATCH-IDX) TO SH-LIST-COUNTRY
           MOVE 'O' TO SH-HIT-STATUS
           MOVE SPACES TO SH-OFFICER-ID
           MOVE ZERO TO SH-DISPOSITION-DATE
           MOVE SPACES TO SH-DISPOSITION-NOTE
           MOVE SPACE TO SH-HOLD-STATUS
           MOVE SPACES TO SH-TRAN-IMAGE.

       2400-REPORT-HIT.
           MOVE WS-NAME-MATCH-SCORE TO WS-EDIT-SCORE
           MOVE SPACES TO REPORT-LINE
           STRING 'NEW HIT ' CM-CUSTOMER-ID ' ' CM-NAME
               ' ' WATCH-ENTRY-ID (WATCH-IDX)
               ' SCORE ' WS-EDIT-SCORE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '             LISTED AS ' WATCH-NAME (WATCH-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Rewritten whole, in the CUSTSEQ manner, once the sweep has
      *    finished: a run that stops part way rescreens tomorrow.
       8000-UPDATE-STATE.
           MOVE WATCH-LIST-DATE TO SY-LAST-LIST-DATE
           MOVE WS-TODAY-DATE TO SY-LAST-RUN-DATE
           MOVE WS-CUSTOMERS-SCREENED TO SY-CUSTOMERS-SCREENED
           OPEN OUTPUT STATE-FILE
           WRITE SCREENING-STATE-RECORD
           CLOSE STATE-FILE.

       8500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMERS-SCREENED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMERS SCREENED     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEW-HITS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NEW HITS RAISED        ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-KNOWN-HITS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HITS ALREADY ON FILE   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HIT-WRITE-ERRORS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'HIT WRITE ERRORS       ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           CLOSE SCREENING-HIT-FILE
           CLOSE REPORT-FILE
           IF WS-NEW-HITS > ZERO OR WS-HIT-WRITE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'TRIAGEM ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-CUSTOMERS-SCREENED TO RL-RECORDS-READ
           MOVE WS-NEW-HITS TO RL-RECORDS-WRITTEN
           MOVE WS-HIT-WRITE-ERRORS TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
