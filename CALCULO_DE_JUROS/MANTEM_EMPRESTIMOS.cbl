      *                  from the product and are rejected when the
      *                  currency, rate index or effective rate
      *                  violates the product rules (R008-R011)
      * 15/10/26 MAINT   An open also writes the loan's DISBMSTDD
      *                  disbursement master record (approved
      *                  principal, nothing yet paid out) so interest
      *                  accrues only as LIBERA-CREDITO releases the
      *                  funds
      * 15/10/26 MAINT   Maker-checker: every transaction carries the
      *                  keying operator.  Principal or rate changes
      *                  over the APRCTLDD limits, closes and status
      *                  changes are held on the LOANPNDDD pending
      *                  file until a 'K' approval from a different
      *                  operator releases or rejects them; held
      *                  items past the expiry days are reported and
      *                  expired.  LOANAUDD carries maker and checker
      * 15/10/26 MAINT   An open is refused (R012) while the borrower
      *                  has an open or confirmed watch-list hit on
      *                  SCRHITDD
      * 15/10/26 MAINT   Open over a stale DISBMSTDD record (account
      *                  reused after closeout) replaces it; a failed
      *                  write counts as a failed transaction.  SCRHITDD
      *                  closed only when its open succeeded.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
        FILE-CONTROL.
         SELECT TRAN-FILE ASSIGN TO LOANTRNDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CONTROL-FILE ASSIGN TO APRCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
         SELECT PRODUCT-FILE ASSIGN TO PRODMSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRODUCT-STATUS.
         SELECT DISBURSE-MASTER ASSIGN TO DISBMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DM-ACCOUNT-NO
             FILE STATUS IS WS-DISB-STATUS.
         SELECT PENDING-FILE ASSIGN TO LOANPNDDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PA-PENDING-KEY
             FILE STATUS IS WS-PENDING-STATUS.
         SELECT SCREENING-HIT-FILE ASSIGN TO SCRHITDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SH-HIT-KEY
             FILE STATUS IS WS-SCRHIT-STATUS.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CAPTURE-FILE ASSIGN TO CHGCAPDD
            RECORDING MODE IS F.
        COPY LOANTRAN.

        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY APRCTL.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.
            RECORDING MODE IS F.
        COPY PRODFILE.

        FD  DISBURSE-MASTER
            RECORDING MODE IS F.
        COPY DISBMST.

        FD  PENDING-FILE
            RECORDING MODE IS F.
        COPY LOANPEND.

        FD  SCREENING-HIT-FILE
            RECORDING MODE IS F.
        COPY SCRHIT.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-CUSTMAST-STATUS      PIC X(02).
            05  WS-DISB-STATUS          PIC X(02).
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
            05  WS-PROD-CURR-OK         PIC X(01) VALUE 'N'.
            05  WS-PROD-CURR-SUB        PIC 9(01).
            05  WS-PROD-CURR-LISTED     PIC X(01) VALUE 'N'.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-PENDING-STATUS       PIC X(02).
            05  WS-PENDING-OPEN         PIC X(01) VALUE 'N'.
                88  PENDING-FILE-OPEN              VALUE 'Y'.
            05  WS-EOF-PENDING          PIC X(01) VALUE 'N'.
                88  EOF-PENDING                    VALUE 'Y'.
            05  WS-PENDING-WRITTEN      PIC X(01) VALUE 'N'.
                88  PENDING-WRITTEN                VALUE 'Y'.
            05  WS-APPROVAL-NEEDED      PIC X(01) VALUE 'N'.
                88  APPROVAL-REQUIRED              VALUE 'Y'.
            05  WS-SCRHIT-STATUS        PIC X(02).
            05  WS-SCRHIT-OPEN          PIC X(01) VALUE 'N'.
                88  SCRHIT-FILE-OPEN               VALUE 'Y'.
            05  WS-EOF-HIT              PIC X(01) VALUE 'N'.
                88  EOF-HIT                        VALUE 'Y'.

      *    Maker-checker limits from the APRCTLDD card; zero limits
      *    hold every principal or rate change.
        01  WS-APPROVAL-FIELDS.
            05  WS-PRINCIPAL-LIMIT      PIC 9(9)V99 VALUE ZERO.
            05  WS-RATE-LIMIT-BP        PIC 9(05)   VALUE ZERO.
            05  WS-EXPIRY-DAYS          PIC 9(03)   VALUE 5.
            05  WS-MAKER-ID             PIC X(08).
            05  WS-CHECKER-ID           PIC X(08).
            05  WS-HOLD-REASON          PIC X(30).
            05  WS-PRINCIPAL-CHANGE     PIC S9(9)V99.
            05  WS-RATE-CHANGE-BP       PIC S9(7)V99.
            05  WS-SPREAD-CHANGE-BP     PIC S9(7)V99.
            05  WS-PENDING-SEQ          PIC 9(05) VALUE ZERO.
            05  WS-PENDING-AGE          PIC S9(7).
            05  WS-FAILED-BEFORE        PIC 9(7).

        01  WS-RATE-FIELDS.
            05  WS-INDEX-RATE-PCT       PIC S9(3)V9(4).
            05  WS-LOANS-CLOSED         PIC 9(7)  VALUE ZERO.
            05  WS-STATUS-CHANGES       PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-FAILED         PIC 9(7)  VALUE ZERO.
            05  WS-TRANS-HELD           PIC 9(7)  VALUE ZERO.
            05  WS-HELD-RELEASED        PIC 9(7)  VALUE ZERO.
            05  WS-HELD-REJECTED        PIC 9(7)  VALUE ZERO.
            05  WS-HELD-EXPIRED         PIC 9(7)  VALUE ZERO.
            05  WS-HELD-WAITING         PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 1250-LOAD-RATE-INDEX-TABLE
           PERFORM 1270-LOAD-PRODUCT-TABLE
           PERFORM 1300-GET-SYSTEM-DATE
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT TRAN-FILE
           OPEN I-O LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
                   WS-CUSTMAST-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN I-O DISBURSE-MASTER
           IF WS-DISB-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISBMSTDD, STATUS='
                   WS-DISB-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-PENDING-STATUS = '00'
               MOVE 'Y' TO WS-PENDING-OPEN
           ELSE
               DISPLAY 'ERROR OPENING LOANPNDDD, STATUS='
                   WS-PENDING-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN INPUT SCREENING-HIT-FILE
           IF WS-SCRHIT-STATUS = '00'
               MOVE 'Y' TO WS-SCRHIT-OPEN
           ELSE
               DISPLAY 'ERROR OPENING SCRHITDD, STATUS='
                   WS-SCRHIT-STATUS
               MOVE 'Y' TO WS-EOF-TRAN
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CAPTURE-FILE
           PERFORM 2100-READ-TRAN.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-PRINCIPAL-LIMIT IS NUMERIC
                           MOVE AC-PRINCIPAL-LIMIT
                               TO WS-PRINCIPAL-LIMIT
                       END-IF
                       IF AC-RATE-LIMIT-BP IS NUMERIC
                           MOVE AC-RATE-LIMIT-BP TO WS-RATE-LIMIT-BP
                       END-IF
                       IF AC-EXPIRY-DAYS IS NUMERIC
                               AND AC-EXPIRY-DAYS > ZERO
                           MOVE AC-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1200-LOAD-CURRENCY-TABLE.
           MOVE ZERO TO WS-CURRENCY-COUNT
           MOVE 'N' TO WS-EOF-CURRENCY
               WS-AUDIT-DATE-MONTH * 100 +
               WS-AUDIT-DATE-DAY.

      *    Nothing reaches the master without a named operator.
      *    What the limits catch is held for a second operator;
      *    the rest applies at once with the keyer as maker and no
      *    checker.
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ
           EVALUATE TRUE
                   DISPLAY 'RESERVED ACCOUNT NUMBER   :'
                       LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN LT-OPERATOR-ID = SPACES
                   DISPLAY 'NO OPERATOR ID            :'
                       LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN LT-APPROVAL
                   PERFORM 3500-DECIDE-PENDING
               WHEN OTHER
                   MOVE LT-OPERATOR-ID TO WS-MAKER-ID
                   MOVE SPACES TO WS-CHECKER-ID
                   PERFORM 3400-CHECK-APPROVAL-LIMITS
                   IF APPROVAL-REQUIRED
                       PERFORM 3450-HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM 2200-APPLY-TRAN
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-TRAN.

       2100-READ-TRAN.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRAN
           END-READ.

       2200-APPLY-TRAN.
           EVALUATE TRUE
               WHEN LT-OPEN
                   PERFORM 3000-OPEN-LOAN
               WHEN LT-MODIFY
               WHEN OTHER
                   DISPLAY 'BAD TRAN CODE             :' LT-TRAN-CODE
                   ADD 1 TO WS-TRANS-FAILED
           END-EVALUATE.

       3000-OPEN-LOAN.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF RECORD-IS-VALID
               PERFORM 3020-CHECK-WATCH-LIST-HITS
           END-IF
           IF NOT RECORD-IS-VALID
               DISPLAY 'OPEN FAILED - ' WS-REJECT-CODE ' '
                   WS-REJECT-TEXT ' :' LT-ACCOUNT-NO
                       PERFORM 5200-BUILD-NEW-AUDIT
                       PERFORM 5000-WRITE-AUDIT
                       PERFORM 4500-WRITE-CAPTURE
                       PERFORM 3050-WRITE-DISBURSE-MASTER
               END-WRITE
           END-IF.

      *    No new loan for a borrower with a watch-list hit that
      *    compliance has not cleared (open or confirmed).
       3020-CHECK-WATCH-LIST-HITS.
           MOVE 'N' TO WS-EOF-HIT
           MOVE LT-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SCREENING-HIT-FILE
               KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIT
           END-START
           PERFORM UNTIL EOF-HIT
               READ SCREENING-HIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-HIT
                   NOT AT END
                       IF SH-CUSTOMER-ID NOT = LT-CUSTOMER-ID
                           MOVE 'Y' TO WS-EOF-HIT
                       ELSE
                           IF SH-BLOCKS-LENDING
                               MOVE 'N' TO WS-RECORD-VALID
                               MOVE 'R012' TO WS-REJECT-CODE
                               MOVE 'WATCH-LIST HIT'
                                   TO WS-REJECT-TEXT
                               MOVE 'Y' TO WS-EOF-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The opened principal is the approved amount; none of it
      *    has left the bank until LIBERA-CREDITO releases it.  An
      *    account number reused after ENCERRA-QUITADOS removed the
      *    old loan still has that loan's record here; it is
      *    replaced so the new loan starts undisbursed.
       3050-WRITE-DISBURSE-MASTER.
           MOVE LT-ACCOUNT-NO    TO DM-ACCOUNT-NO
           MOVE LT-CURRENCY-CODE TO DM-CURRENCY-CODE
           MOVE LT-PRINCIPAL     TO DM-APPROVED-AMT
           MOVE ZERO             TO DM-DISBURSED-AMT
           MOVE ZERO             TO DM-TRANCHE-COUNT
           MOVE WS-TODAY-DATE    TO DM-OPENED-DATE
           MOVE ZERO             TO DM-LAST-DISB-DATE
           MOVE 'O'              TO DM-STATUS
           WRITE DISBURSEMENT-MASTER-RECORD
               INVALID KEY
                   PERFORM 3055-REPLACE-DISBURSE-MASTER
           END-WRITE.

       3055-REPLACE-DISBURSE-MASTER.
           REWRITE DISBURSEMENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DISBURSEMENT RECORD FAILED, STATUS='
                       WS-DISB-STATUS ' :' LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               NOT INVALID KEY
                   DISPLAY 'DISBURSEMENT RECORD REPLACED:'
                       LT-ACCOUNT-NO
           END-REWRITE.

       3100-MODIFY-LOAN.
           PERFORM 4000-VALIDATE-TRAN-FIELDS
           IF NOT RECORD-IS-VALID
               END-READ
           END-IF.

      *    An invalid transaction is never held: it falls through to
      *    the apply paragraphs, which reject it as before.  A
      *    modify is measured against the master as it stands; an
      *    open's principal change is its whole principal.
       3400-CHECK-APPROVAL-LIMITS.
           MOVE 'N' TO WS-APPROVAL-NEEDED
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN LT-OPEN
                   PERFORM 4000-VALIDATE-TRAN-FIELDS
                   IF RECORD-IS-VALID
                           AND LT-PRINCIPAL > WS-PRINCIPAL-LIMIT
                       MOVE 'Y' TO WS-APPROVAL-NEEDED
                       MOVE 'PRINCIPAL OVER LIMIT' TO WS-HOLD-REASON
                   END-IF
               WHEN LT-MODIFY
                   PERFORM 4000-VALIDATE-TRAN-FIELDS
                   IF RECORD-IS-VALID
                       MOVE LT-ACCOUNT-NO TO LI-ACCOUNT-NO
                       READ LOAN-MASTER
                           KEY IS LI-ACCOUNT-NO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 3410-MEASURE-MODIFY
                       END-READ
                   END-IF
               WHEN LT-CLOSE
                   MOVE 'Y' TO WS-APPROVAL-NEEDED
                   MOVE 'CLOSE TO PAID-OFF' TO WS-HOLD-REASON
               WHEN LT-SET-STATUS
                   IF LT-STATUS-CODE = 'A' OR LT-STATUS-CODE = 'S'
                           OR LT-STATUS-CODE = 'W'
                           OR LT-STATUS-CODE = 'P'
                       MOVE 'Y' TO WS-APPROVAL-NEEDED
                       MOVE 'STATUS CHANGE' TO WS-HOLD-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3410-MEASURE-MODIFY.
           COMPUTE WS-PRINCIPAL-CHANGE =
               FUNCTION ABS(LT-PRINCIPAL - LI-PRINCIPAL)
           COMPUTE WS-RATE-CHANGE-BP =
               FUNCTION ABS(LT-RATE-PCT - LI-RATE-PCT) * 100
           MOVE ZERO TO WS-SPREAD-CHANGE-BP
           IF LT-RATE-SPREAD IS NUMERIC AND LI-RATE-SPREAD IS NUMERIC
               COMPUTE WS-SPREAD-CHANGE-BP =
                   FUNCTION ABS(LT-RATE-SPREAD - LI-RATE-SPREAD)
                   * 100
           END-IF
           IF WS-PRINCIPAL-CHANGE > WS-PRINCIPAL-LIMIT
               MOVE 'Y' TO WS-APPROVAL-NEEDED
               MOVE 'PRINCIPAL CHANGE OVER LIMIT' TO WS-HOLD-REASON
           ELSE
               IF WS-RATE-CHANGE-BP > WS-RATE-LIMIT-BP
                       OR WS-SPREAD-CHANGE-BP > WS-RATE-LIMIT-BP
                   MOVE 'Y' TO WS-APPROVAL-NEEDED
                   MOVE 'RATE CHANGE OVER LIMIT' TO WS-HOLD-REASON
               END-IF
           END-IF.

      *    The transaction is kept exactly as keyed; it is edited
      *    again against the master of the day it is released.
       3450-HOLD-FOR-APPROVAL.
           MOVE LT-ACCOUNT-NO TO PA-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO PA-ENTRY-DATE
           MOVE LT-TRAN-CODE TO PA-TRAN-CODE
           MOVE LT-OPERATOR-ID TO PA-MAKER-ID
           MOVE WS-HOLD-REASON TO PA-HOLD-REASON
           MOVE 'P' TO PA-STATUS
           MOVE SPACES TO PA-CHECKER-ID
           MOVE ZERO TO PA-DECISION-DATE
           MOVE LOAN-TRAN-RECORD TO PA-TRAN-IMAGE
           PERFORM 3460-WRITE-PENDING
           IF PENDING-WRITTEN
               DISPLAY 'HELD FOR APPROVAL         :' LT-ACCOUNT-NO
                   ' ' PA-ENTRY-DATE ' ' PA-ENTRY-SEQ ' '
                   WS-HOLD-REASON
               ADD 1 TO WS-TRANS-HELD
           ELSE
               DISPLAY 'HOLD FAILED, STATUS=' WS-PENDING-STATUS
                   ' :' LT-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           END-IF.

      *    The sequence runs on past any item already held under
      *    the same account and day, so a second run the same day
      *    does not collide with the first.
       3460-WRITE-PENDING.
           MOVE 'N' TO WS-PENDING-WRITTEN
           PERFORM UNTIL PENDING-WRITTEN OR WS-PENDING-SEQ = 99999
               ADD 1 TO WS-PENDING-SEQ
               MOVE WS-PENDING-SEQ TO PA-ENTRY-SEQ
               WRITE LOAN-PENDING-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PENDING-WRITTEN
               END-WRITE
           END-PERFORM.

      *    The checker's 'K' transaction names the held item and
      *    releases or rejects it.  The maker can never check their
      *    own item, and an item past its expiry days can only
      *    expire.
       3500-DECIDE-PENDING.
           MOVE LT-OPERATOR-ID TO WS-CHECKER-ID
           IF LT-PENDING-DATE NOT NUMERIC
                   OR LT-PENDING-SEQ NOT NUMERIC
               DISPLAY 'APPROVAL FAILED - NO ITEM :' LT-ACCOUNT-NO
               ADD 1 TO WS-TRANS-FAILED
           ELSE
               MOVE LT-ACCOUNT-NO TO PA-ACCOUNT-NO
               MOVE LT-PENDING-DATE TO PA-ENTRY-DATE
               MOVE LT-PENDING-SEQ TO PA-ENTRY-SEQ
               READ PENDING-FILE
                   KEY IS PA-PENDING-KEY
                   INVALID KEY
                       DISPLAY 'APPROVAL FAILED - NOT HELD:'
                           LT-ACCOUNT-NO
                       ADD 1 TO WS-TRANS-FAILED
                   NOT INVALID KEY
                       PERFORM 3510-EDIT-DECISION
               END-READ
           END-IF.

       3510-EDIT-DECISION.
           COMPUTE WS-PENDING-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(PA-ENTRY-DATE)
           EVALUATE TRUE
               WHEN NOT PA-PENDING
                   DISPLAY 'APPROVAL FAILED - STATUS ' PA-STATUS
                       ' :' LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN WS-PENDING-AGE > WS-EXPIRY-DAYS
                   PERFORM 3550-EXPIRE-PENDING
                   DISPLAY 'APPROVAL FAILED - EXPIRED :'
                       LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN PA-MAKER-ID = WS-CHECKER-ID
                   DISPLAY 'APPROVAL FAILED - CHECKER IS MAKER :'
                       LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
               WHEN LT-REJECT
                   MOVE 'X' TO PA-STATUS
                   PERFORM 3560-REWRITE-PENDING
                   DISPLAY 'HELD ITEM REJECTED        :'
                       LT-ACCOUNT-NO ' BY ' WS-CHECKER-ID
                   ADD 1 TO WS-HELD-REJECTED
               WHEN LT-RELEASE
                   PERFORM 3520-RELEASE-PENDING
               WHEN OTHER
                   DISPLAY 'BAD APPROVAL ACTION       :'
                       LT-APPROVAL-ACTION ' :' LT-ACCOUNT-NO
                   ADD 1 TO WS-TRANS-FAILED
           END-EVALUATE.

      *    The held image replaces the approval in the transaction
      *    area and goes through the ordinary apply paragraphs, so
      *    every edit, audit and capture applies unchanged.  An
      *    item the master no longer accepts is marked failed.
       3520-RELEASE-PENDING.
           MOVE WS-TRANS-FAILED TO WS-FAILED-BEFORE
           MOVE PA-MAKER-ID TO WS-MAKER-ID
           MOVE PA-TRAN-IMAGE TO LOAN-TRAN-RECORD
           PERFORM 2200-APPLY-TRAN
           IF WS-TRANS-FAILED > WS-FAILED-BEFORE
               MOVE 'F' TO PA-STATUS
           ELSE
               MOVE 'R' TO PA-STATUS
               ADD 1 TO WS-HELD-RELEASED
           END-IF
           PERFORM 3560-REWRITE-PENDING.

       3550-EXPIRE-PENDING.
           MOVE 'E' TO PA-STATUS
           MOVE SPACES TO PA-CHECKER-ID
           MOVE WS-TODAY-DATE TO PA-DECISION-DATE
           REWRITE LOAN-PENDING-RECORD
               INVALID KEY
                   DISPLAY 'PENDING REWRITE FAILED, STATUS='
                       WS-PENDING-STATUS ' :' PA-ACCOUNT-NO
           END-REWRITE
           DISPLAY 'HELD ITEM EXPIRED         :' PA-ACCOUNT-NO
               ' ' PA-ENTRY-DATE ' ' PA-ENTRY-SEQ
               ' MAKER ' PA-MAKER-ID
           ADD 1 TO WS-HELD-EXPIRED.

       3560-REWRITE-PENDING.
           MOVE WS-CHECKER-ID TO PA-CHECKER-ID
           MOVE WS-TODAY-DATE TO PA-DECISION-DATE
           REWRITE LOAN-PENDING-RECORD
               INVALID KEY
                   DISPLAY 'PENDING REWRITE FAILED, STATUS='
                       WS-PENDING-STATUS ' :' PA-ACCOUNT-NO
           END-REWRITE.

      *    Same field edits as CALCULO-JUROS 2200-VALIDATE-LOAN,
      *    applied to the transaction before it touches the master.
       4000-VALIDATE-TRAN-FIELDS.
           MOVE WS-AUDIT-DATE TO LA-AUDIT-DATE
           MOVE WS-AUDIT-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-AUDIT-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE WS-MAKER-ID TO LA-MAKER-ID
           MOVE WS-CHECKER-ID TO LA-CHECKER-ID
           WRITE LOAN-AUDIT-RECORD.

      *    The status byte is deliberately not moved here: a modify
               END-READ
           END-IF.

      *    Items nobody decided within the expiry days are expired
      *    and listed for follow-up; the maker must key them again.
       8500-EXPIRE-PENDING-ITEMS.
           MOVE 'N' TO WS-EOF-PENDING
           MOVE LOW-VALUES TO PA-PENDING-KEY
           START PENDING-FILE KEY IS NOT < PA-PENDING-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PENDING
           END-START
           PERFORM UNTIL EOF-PENDING
               READ PENDING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-PENDING
                   NOT AT END
                       IF PA-PENDING
                           PERFORM 8510-CHECK-EXPIRY
                       END-IF
               END-READ
           END-PERFORM.

       8510-CHECK-EXPIRY.
           COMPUTE WS-PENDING-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(PA-ENTRY-DATE)
           IF WS-PENDING-AGE > WS-EXPIRY-DAYS
               PERFORM 3550-EXPIRE-PENDING
           ELSE
               ADD 1 TO WS-HELD-WAITING
           END-IF.

       9000-TERMINATE.
           PERFORM 8000-UPDATE-FEED-TRAILER
           IF PENDING-FILE-OPEN
               PERFORM 8500-EXPIRE-PENDING-ITEMS
           END-IF
           DISPLAY 'TRANSACTIONS READ  : ' WS-TRANS-READ
           DISPLAY 'LOANS OPENED       : ' WS-LOANS-OPENED
           DISPLAY 'LOANS MODIFIED     : ' WS-LOANS-MODIFIED
           DISPLAY 'LOANS CLOSED       : ' WS-LOANS-CLOSED
           DISPLAY 'STATUS CHANGES     : ' WS-STATUS-CHANGES
           DISPLAY 'TRANSACTIONS FAILED: ' WS-TRANS-FAILED
           DISPLAY 'HELD FOR APPROVAL  : ' WS-TRANS-HELD
           DISPLAY 'HELD ITEMS RELEASED: ' WS-HELD-RELEASED
           DISPLAY 'HELD ITEMS REJECTED: ' WS-HELD-REJECTED
           DISPLAY 'HELD ITEMS EXPIRED : ' WS-HELD-EXPIRED
           DISPLAY 'STILL AWAITING     : ' WS-HELD-WAITING
           CLOSE TRAN-FILE
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE DISBURSE-MASTER
           IF SCRHIT-FILE-OPEN
               CLOSE SCREENING-HIT-FILE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE CAPTURE-FILE.

