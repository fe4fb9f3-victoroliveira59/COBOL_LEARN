      *****************************************************************
      * Program name:    MANTEM-GARANTIAS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: collateral maintenance.  Add/
      *                  re-appraise/release transactions from
      *                  COLLTRNDD against the indexed COLLMSTDD item
      *                  master and link/unlink transactions against
      *                  the COLLNKDD item-to-loan link file, in the
      *                  MANTEM-MANDATOS style, with a before/after
      *                  audit record on COLLAUDD for every change.
      *                  An item can only be linked to a loan that is
      *                  not paid-off or written-off, and can only be
      *                  released once no loan is linked to it.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTEM-GARANTIAS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT TRAN-FILE ASSIGN TO COLLTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT COLLATERAL-MASTER ASSIGN TO COLLMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CL-COLLATERAL-ID
             FILE STATUS IS WS-COLLATERAL-STATUS.
         SELECT COLLATERAL-LINK ASSIGN TO COLLNKDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CK-LINK-KEY
             FILE STATUS IS WS-LINK-STATUS.
         SELECT AUDIT-FILE ASSIGN TO COLLAUDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            RECORDING MODE IS F.
        COPY COLLTRN.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  COLLATERAL-MASTER
            RECORDING MODE IS F.
        COPY COLLMST.

        FD  COLLATERAL-LINK
            RECORDING MODE IS F.
        COPY COLLINK.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY COLLAUD.

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

        COPY CURRTAB.
        01  WS-FLAGS.
            05  WS-EOF-TRAN             PIC X(01) VALUE 'N'.
                88  EOF-TRAN                       VALUE 'Y'.
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-COLLATERAL-STATUS    PIC X(02).
            05  WS-LINK-STATUS          PIC X(02).
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

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).

        01  WS-CONTROL-TOTALS.
            05  WS-TRANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-ADDED          PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-CHANGED        PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-RELEASED       PIC 9(7)  VALUE ZERO.
            05  WS-LINKS-ADDED          PIC 9(7)  VALUE ZERO.
            05  WS-LINKS-REMOVED        PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-FAILED         PIC 9(7)  VALUE ZERO.

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
           PERFORM 1100-LOAD-CURRENCY-TABLE
           OPEN INPUT TRAN-FILE
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN I-O COLLATERAL-MASTER
           IF WS-COLLATERAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLMSTDD, STATUS='
                   WS-COLLATERAL-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN I-O COLLATERAL-LINK
           IF WS-LINK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLNKDD, STATUS='
                   WS-LINK-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN EXTEND AUDIT-FILE
           PERFORM 2100-READ-TRAN.

       1100-LOAD-CURRENCY-TABLE.
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
           EVALUATE TRUE
               WHEN CE-COLLATERAL-ID = SPACES
                   DISPLAY 'MISSING COLLATERAL ID     :'
                       CE-TRAN-CODE
                   ADD 1 TO WS-TRANS-FAILED
               WHEN CE-ADD
                   PERFORM 3000-ADD-ITEM
               WHEN CE-CHANGE
                   PERFORM 3100-CHANGE-ITEM
               WHEN CE-RELEASE
                   PERFORM 3200-RELEASE-ITEM
               WHEN CE-LINK
                   PERFORM 3300-LINK-LOAN
               WHEN CE-UNLINK
                   PERFORM 3400-UNLINK-LOAN
               WHEN OTHER
                   DISPLAY 'BAD TRAN CODE             :' CE-TRAN-CODE
                   ADD 1 TO WS-TRANS-FAILED
           END-EVALUATE
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

       3000-ADD-ITEM.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF RECORD-IS-VALID
               MOVE CE-COLLATERAL-ID TO CL-COLLATERAL-ID
               READ COLLATERAL-MASTER
                   KEY IS CL-COLLATERAL-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'G007' TO WS-REJECT-CODE
                       MOVE 'ITEM ALREADY ON FILE'
                           TO WS-REJECT-TEXT
               END-READ
           END-IF
           IF NOT RECORD-IS-VALID
               DISPLAY 'ADD FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' CE-COLLATERAL-ID
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE CE-COLLATERAL-ID TO CL-COLLATERAL-ID
               PERFORM 5100-MOVE-TRAN-TO-MASTER
               MOVE 'A' TO CL-STATUS
               MOVE WS-TODAY-DATE TO CL-LAST-CHANGE-DATE
               WRITE COLLATERAL-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'ADD FAILED - STATUS='
                           WS-COLLATERAL-STATUS ' :' CE-COLLATERAL-ID
                       ADD 1 TO WS-TRANS-FAILED
                   NOT INVALID KEY
                       MOVE SPACES TO CU-ACCOUNT-NO
                       MOVE ZERO TO CU-OLD-ITEM
                       PERFORM 5200-BUILD-NEW-AUDIT
                       PERFORM 5000-WRITE-AUDIT
                       DISPLAY 'COLLATERAL ADDED          :'
                           CE-COLLATERAL-ID
                       ADD 1 TO WS-ITEMS-ADDED
               END-WRITE
           END-IF.

      *    A change is a re-appraisal or a correction: every item
      *    field is replaced from the transaction.  A released item
      *    stays released.
       3100-CHANGE-ITEM.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF NOT RECORD-IS-VALID
               DISPLAY 'CHANGE FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' CE-COLLATERAL-ID
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE CE-COLLATERAL-ID TO CL-COLLATERAL-ID
               READ COLLATERAL-MASTER
                   KEY IS CL-COLLATERAL-ID
                   INVALID KEY
                       DISPLAY 'CHANGE FAILED - NOT FOUND :'
                           CE-COLLATERAL-ID
                       ADD 1 TO WS-TRANS-FAILED
                   NOT INVALID KEY
                       IF CL-RELEASED
                           DISPLAY 'CHANGE FAILED - RELEASED  :'
                               CE-COLLATERAL-ID
                           ADD 1 TO WS-TRANS-FAILED
                       ELSE
                           PERFORM 5300-BUILD-OLD-AUDIT
                           PERFORM 5100-MOVE-TRAN-TO-MASTER
                           MOVE WS-TODAY-DATE TO CL-LAST-CHANGE-DATE
                           REWRITE COLLATERAL-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY 'CHANGE FAILED - STATUS='
                                       WS-COLLATERAL-STATUS ' :'
                                       CE-COLLATERAL-ID
                                   ADD 1 TO WS-TRANS-FAILED
                               NOT INVALID KEY
                                   MOVE SPACES TO CU-ACCOUNT-NO
                                   PERFORM 5200-BUILD-NEW-AUDIT
                                   PERFORM 5000-WRITE-AUDIT
                                   DISPLAY
                                       'COLLATERAL CHANGED        :'
                                       CE-COLLATERAL-ID
                                   ADD 1 TO WS-ITEMS-CHANGED
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

      *    An item still securing a loan cannot be released: the
      *    links are removed first, one unlink per loan.
       3200-RELEASE-ITEM.
           MOVE CE-COLLATERAL-ID TO CL-COLLATERAL-ID
           READ COLLATERAL-MASTER
               KEY IS CL-COLLATERAL-ID
               INVALID KEY
                   DISPLAY 'RELEASE FAILED - NOT FOUND:'
                       CE-COLLATERAL-ID
                   ADD 1 TO WS-TRANS-FAILED
               NOT INVALID KEY
                   PERFORM 4200-CHECK-ITEM-LINKS
                   IF CL-RELEASED
                       DISPLAY 'RELEASE FAILED - RELEASED :'
                           CE-COLLATERAL-ID
                       ADD 1 TO WS-TRANS-FAILED
                   ELSE
                   IF NOT RECORD-IS-VALID
                       DISPLAY 'RELEASE FAILED - ' WS-REJECT-CODE ' '
                           WS-REJECT-TEXT ' :' CE-COLLATERAL-ID
                       ADD 1 TO WS-TRANS-FAILED
                   ELSE
                       PERFORM 5300-BUILD-OLD-AUDIT
                       MOVE 'R' TO CL-STATUS
                       MOVE WS-TODAY-DATE TO CL-LAST-CHANGE-DATE
                       REWRITE COLLATERAL-MASTER-RECORD
                           INVALID KEY
                               DISPLAY 'RELEASE FAILED - STATUS='
                                   WS-COLLATERAL-STATUS ' :'
                                   CE-COLLATERAL-ID
                               ADD 1 TO WS-TRANS-FAILED
                           NOT INVALID KEY
                               MOVE SPACES TO CU-ACCOUNT-NO
                               PERFORM 5200-BUILD-NEW-AUDIT
                               PERFORM 5000-WRITE-AUDIT
                               DISPLAY 'COLLATERAL RELEASED       :'
                                   CE-COLLATERAL-ID
                               ADD 1 TO WS-ITEMS-RELEASED
                       END-REWRITE
                   END-IF
                   END-IF
           END-READ.

       3300-LINK-LOAN.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE CE-COLLATERAL-ID TO CL-COLLATERAL-ID
           READ COLLATERAL-MASTER
               KEY IS CL-COLLATERAL-ID
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'G008' TO WS-REJECT-CODE
                   MOVE 'ITEM NOT ON FILE' TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF CL-RELEASED
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'G009' TO WS-REJECT-CODE
                       MOVE 'ITEM RELEASED' TO WS-REJECT-TEXT
                   END-IF
           END-READ
           IF RECORD-IS-VALID
               PERFORM 4100-CHECK-LOAN
           END-IF
           IF RECORD-IS-VALID
               MOVE CE-COLLATERAL-ID TO CK-COLLATERAL-ID
               MOVE CE-ACCOUNT-NO TO CK-ACCOUNT-NO
               MOVE WS-TODAY-DATE TO CK-LINK-DATE
               WRITE COLLATERAL-LINK-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'G012' TO WS-REJECT-CODE
                       MOVE 'LINK ALREADY ON FILE' TO WS-REJECT-TEXT
               END-WRITE
           END-IF
           IF NOT RECORD-IS-VALID
               DISPLAY 'LINK FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' CE-COLLATERAL-ID
                   ' ' CE-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE CE-ACCOUNT-NO TO CU-ACCOUNT-NO
               PERFORM 5300-BUILD-OLD-AUDIT
               PERFORM 5200-BUILD-NEW-AUDIT
               PERFORM 5000-WRITE-AUDIT
               DISPLAY 'LINK ADDED                :'
                   CE-COLLATERAL-ID ' ' CE-ACCOUNT-NO
               ADD 1 TO WS-LINKS-ADDED
           END-IF.

      *    Unlinking needs no loan check: a paid-off loan's links
      *    are removed exactly this way before the item is released.
       3400-UNLINK-LOAN.
           MOVE CE-COLLATERAL-ID TO CK-COLLATERAL-ID
           MOVE CE-ACCOUNT-NO TO CK-ACCOUNT-NO
           READ COLLATERAL-LINK
               KEY IS CK-LINK-KEY
               INVALID KEY
                   DISPLAY 'UNLINK FAILED - NOT FOUND :'
                       CE-COLLATERAL-ID ' ' CE-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               NOT INVALID KEY
                   DELETE COLLATERAL-LINK RECORD
                       INVALID KEY
                           DISPLAY 'UNLINK FAILED - STATUS='
                               WS-LINK-STATUS ' :' CE-COLLATERAL-ID
                           ADD 1 TO WS-TRANS-FAILED
                       NOT INVALID KEY
                           MOVE CE-COLLATERAL-ID TO CL-COLLATERAL-ID
                           READ COLLATERAL-MASTER
                               KEY IS CL-COLLATERAL-ID
                               INVALID KEY
                                   MOVE SPACES TO
                                       COLLATERAL-MASTER-RECORD
                                   MOVE ZERO TO CL-APPRAISAL-VALUE
                                       CL-APPRAISAL-DATE
                                       CL-HAIRCUT-PCT
                           END-READ
                           MOVE CE-ACCOUNT-NO TO CU-ACCOUNT-NO
                           PERFORM 5300-BUILD-OLD-AUDIT
                           PERFORM 5200-BUILD-NEW-AUDIT
                           PERFORM 5000-WRITE-AUDIT
                           DISPLAY 'LINK REMOVED              :'
                               CE-COLLATERAL-ID ' ' CE-ACCOUNT-NO
                           ADD 1 TO WS-LINKS-REMOVED
                   END-DELETE
           END-READ.

       4000-VALIDATE-TRAN-FIELDS.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           IF CE-COLLATERAL-TYPE NOT = 'V'
                   AND CE-COLLATERAL-TYPE NOT = 'P'
                   AND CE-COLLATERAL-TYPE NOT = 'D'
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'G001' TO WS-REJECT-CODE
               MOVE 'BAD COLLATERAL TYPE' TO WS-REJECT-TEXT
           END-IF
           IF RECORD-IS-VALID
               PERFORM 4400-LOOKUP-CURRENCY
               IF NOT CURRENCY-FOUND
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'G002' TO WS-REJECT-CODE
                   MOVE 'CURRENCY NOT IN TABLE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF CE-APPRAISAL-VALUE NOT NUMERIC
                       OR CE-APPRAISAL-VALUE = ZERO
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'G003' TO WS-REJECT-CODE
                   MOVE 'BAD APPRAISAL VALUE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF CE-APPRAISAL-DATE NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID
               ELSE
                   PERFORM 4300-VALIDATE-CALENDAR-DATE
                   IF NOT VALID-CALENDAR-DATE
                           OR CE-APPRAISAL-DATE > WS-TODAY-DATE
                       MOVE 'N' TO WS-RECORD-VALID
                   END-IF
               END-IF
               IF NOT RECORD-IS-VALID
                   MOVE 'G004' TO WS-REJECT-CODE
                   MOVE 'BAD APPRAISAL DATE' TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF RECORD-IS-VALID
               IF CE-HAIRCUT-PCT NOT NUMERIC
                       OR CE-HAIRCUT-PCT NOT < 100
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'G005' TO WS-REJECT-CODE
                   MOVE 'HAIRCUT NOT BELOW 100 PCT' TO WS-REJECT-TEXT
               END-IF
           END-IF.

       4100-CHECK-LOAN.
           MOVE CE-ACCOUNT-NO TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-VALID
                   MOVE 'G010' TO WS-REJECT-CODE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF LF-HEADER-KEY OR LF-TRAILER-KEY
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'G010' TO WS-REJECT-CODE
                       MOVE 'ACCOUNT NOT ON MASTER'
                           TO WS-REJECT-TEXT
                   ELSE
                   IF LI-STAT-PAID-OFF OR LI-STAT-WRITTEN-OFF
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'G011' TO WS-REJECT-CODE
                       MOVE 'LOAN PAID OFF OR WRITTEN OFF'
                           TO WS-REJECT-TEXT
                   END-IF
                   END-IF
           END-READ.

      *    The link file is keyed item then account, so the first
      *    link at or after the item's lowest key tells whether the
      *    item still secures anything.
       4200-CHECK-ITEM-LINKS.
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE CE-COLLATERAL-ID TO CK-COLLATERAL-ID
           MOVE LOW-VALUES TO CK-ACCOUNT-NO
           START COLLATERAL-LINK KEY IS NOT LESS THAN CK-LINK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COLLATERAL-LINK NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CK-COLLATERAL-ID = CE-COLLATERAL-ID
                               MOVE 'N' TO WS-RECORD-VALID
                               MOVE 'G006' TO WS-REJECT-CODE
                               MOVE 'ITEM STILL SECURES A LOAN'
                                   TO WS-REJECT-TEXT
                           END-IF
                   END-READ
           END-START.

       4300-VALIDATE-CALENDAR-DATE.
           MOVE 'Y' TO WS-VALID-DATE-SWITCH
           MOVE CE-APPRAISAL-DATE(1:4) TO WS-CHECK-YEAR
           MOVE CE-APPRAISAL-DATE(5:2) TO WS-CHECK-MONTH
           MOVE CE-APPRAISAL-DATE(7:2) TO WS-CHECK-DAY
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

       4400-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = CE-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
               END-SEARCH
           END-IF.

       5000-WRITE-AUDIT.
           MOVE CE-COLLATERAL-ID TO CU-COLLATERAL-ID
           MOVE CE-TRAN-CODE TO CU-TRAN-CODE
           MOVE WS-TODAY-DATE TO CU-AUDIT-DATE
           MOVE WS-SYSTEM-DATE-UTC-HOUR TO CU-AUDIT-UTC-HOUR
           MOVE WS-SYSTEM-DATE-UTC-MINUTE TO CU-AUDIT-UTC-MINUTE
           WRITE COLLATERAL-AUDIT-RECORD.

       5100-MOVE-TRAN-TO-MASTER.
           MOVE CE-COLLATERAL-TYPE  TO CL-COLLATERAL-TYPE
           MOVE CE-DESCRIPTION      TO CL-DESCRIPTION
           MOVE CE-CURRENCY-CODE    TO CL-CURRENCY-CODE
           MOVE CE-APPRAISAL-VALUE  TO CL-APPRAISAL-VALUE
           MOVE CE-APPRAISAL-DATE   TO CL-APPRAISAL-DATE
           MOVE CE-HAIRCUT-PCT      TO CL-HAIRCUT-PCT.

       5200-BUILD-NEW-AUDIT.
           MOVE CL-COLLATERAL-TYPE  TO CU-NEW-TYPE
           MOVE CL-CURRENCY-CODE    TO CU-NEW-CURRENCY
           MOVE CL-APPRAISAL-VALUE  TO CU-NEW-VALUE
           MOVE CL-APPRAISAL-DATE   TO CU-NEW-APPRAISAL-DATE
           MOVE CL-HAIRCUT-PCT      TO CU-NEW-HAIRCUT-PCT
           MOVE CL-STATUS           TO CU-NEW-STATUS.

       5300-BUILD-OLD-AUDIT.
           MOVE CL-COLLATERAL-TYPE  TO CU-OLD-TYPE
           MOVE CL-CURRENCY-CODE    TO CU-OLD-CURRENCY
           MOVE CL-APPRAISAL-VALUE  TO CU-OLD-VALUE
           MOVE CL-APPRAISAL-DATE   TO CU-OLD-APPRAISAL-DATE
           MOVE CL-HAIRCUT-PCT      TO CU-OLD-HAIRCUT-PCT
           MOVE CL-STATUS           TO CU-OLD-STATUS.

       9000-TERMINATE.
           DISPLAY 'TRANSACTIONS READ  : ' WS-TRANS-READ
           DISPLAY 'ITEMS ADDED        : ' WS-ITEMS-ADDED
           DISPLAY 'ITEMS CHANGED      : ' WS-ITEMS-CHANGED
           DISPLAY 'ITEMS RELEASED     : ' WS-ITEMS-RELEASED
           DISPLAY 'LINKS ADDED        : ' WS-LINKS-ADDED
           DISPLAY 'LINKS REMOVED      : ' WS-LINKS-REMOVED
           DISPLAY 'TRANSACTIONS FAILED: ' WS-TRANS-FAILED
           CLOSE TRAN-FILE
           CLOSE LOAN-MASTER
           CLOSE COLLATERAL-MASTER
           CLOSE COLLATERAL-LINK
           CLOSE AUDIT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'GARANTIA' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-TRANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN =
               WS-ITEMS-ADDED + WS-ITEMS-CHANGED +
               WS-ITEMS-RELEASED + WS-LINKS-ADDED +
               WS-LINKS-REMOVED
           MOVE WS-TRANS-FAILED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
