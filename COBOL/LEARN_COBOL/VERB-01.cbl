                   FILE STATUS IS WS-LOANMAST-STATUS.
               SELECT CAPTURE-FILE ASSIGN TO CHGCAPDD
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT WATCH-FILE ASSIGN TO WATCHDD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WATCH-STATUS.
               SELECT SCREEN-CONTROL-FILE ASSIGN TO SCRCTLDD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCRCTL-STATUS.
               SELECT SCREENING-HIT-FILE ASSIGN TO SCRHITDD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-HIT-KEY
                   FILE STATUS IS WS-SCRHIT-STATUS.
               SELECT OPTIONAL LINK-FILE ASSIGN TO ALUCLIDD
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               RECORDING MODE IS F.
           COPY CHGCAP.

           FD  WATCH-FILE
               RECORDING MODE IS F.
           COPY WATCHLST.
           COPY FEEDHT.

           FD  SCREEN-CONTROL-FILE
               RECORDING MODE IS F.
           COPY SCRCTL.

           FD  SCREENING-HIT-FILE
               RECORDING MODE IS F.
           COPY SCRHIT.

           FD  LINK-FILE
               RECORDING MODE IS F.
           COPY ALUCLI.

           FD  REJECTED-TRAN-FILE
               RECORDING MODE IS F.
           COPY CUSTTRAN REPLACING CUSTOMER-TRAN-RECORD BY
               CT-HOUSE-NUMBER BY RJ-HOUSE-NUMBER,
               CT-COUNTRY BY RJ-COUNTRY,
               CT-PINCODE BY RJ-PINCODE,
               CT-MERGE-FROM-ID BY RJ-MERGE-FROM-ID,
               CT-SCREEN-DISPOSITION BY RJ-SCREEN-DISPOSITION,
               CT-LIST-ENTRY-ID BY RJ-LIST-ENTRY-ID,
               CT-DISPOSITION-CODE BY RJ-DISPOSITION-CODE,
               CT-CLEAR-HIT BY RJ-CLEAR-HIT,
               CT-CONFIRM-HIT BY RJ-CONFIRM-HIT,
               CT-OFFICER-ID BY RJ-OFFICER-ID,
               CT-DISPOSITION-NOTE BY RJ-DISPOSITION-NOTE,
               CT-RETURNED-MAIL BY RJ-RETURNED-MAIL,
               CT-RETURNED-DATE BY RJ-RETURNED-DATE,
               CT-STUDENT-ID BY RJ-STUDENT-ID.

           WORKING-STORAGE SECTION.
           01 WS-NAME PIC A(30) VALUE 'ABCDEF'.
               CM-MAILING-ADDR BY SV-MAILING-ADDR,
               CM-HOUSE-NUMBER BY SV-HOUSE-NUMBER,
               CM-COUNTRY BY SV-COUNTRY,
               CM-PINCODE BY SV-PINCODE,
               CM-ADDRESS-MAIL-STATUS BY SV-ADDRESS-MAIL-STATUS,
               CM-RETURNED-FLAG BY SV-RETURNED-FLAG,
               CM-ADDR-UNDELIVERABLE BY SV-ADDR-UNDELIVERABLE,
               CM-RETURNED-DATE BY SV-RETURNED-DATE.

           01 WS-MERGE-OK-COUNT PIC 9(5) VALUE ZERO.
           01 WS-MERGE-FAIL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-HELD-LOAN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REPOINTED-COUNT PIC 9(5) VALUE ZERO.

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

           01 WS-WATCH-STATUS PIC X(2).
           01 WS-SCRCTL-STATUS PIC X(2).
           01 WS-SCRHIT-STATUS PIC X(2).
           01 WS-SCRHIT-OPEN PIC X(1) VALUE 'N'.
               88 SCRHIT-OPEN VALUE 'Y'.

           01 WS-EOF-WATCH PIC X(1) VALUE 'N'.
               88 EOF-WATCH VALUE 'Y'.

      *    Set once at start of run: the watch list loaded and
      *    balanced to its trailer, and the hit file open.  Without
      *    both, adds, name changes and merges are refused rather
      *    than let through unscreened.
           01 WS-WATCH-LIST-OK PIC X(1) VALUE 'N'.
               88 WATCH-LIST-OK VALUE 'Y'.
           01 WS-SCREENING-AVAILABLE PIC X(1) VALUE 'N'.
               88 SCREENING-AVAILABLE VALUE 'Y'.
           01 WS-WATCH-TRAILER-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WATCH-RECORD-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WATCH-TRAILER-FOUND PIC X(1) VALUE 'N'.
           01 WS-MATCH-THRESHOLD PIC 9(3) VALUE 80.

           01 WS-SCREEN-RESULT PIC X(1) VALUE 'P'.
               88 SCREEN-PASSED VALUE 'P'.
               88 SCREEN-HIT VALUE 'H'.
               88 SCREEN-UNAVAILABLE VALUE 'U'.
               88 SCREEN-PENDING VALUE 'W'.
           01 WS-HIT-SOURCE PIC X(1).
           01 WS-SCREEN-CUSTOMER-ID PIC 9(5).
           01 WS-SCREEN-NEEDED PIC X(1).
           01 WS-COUNTRY-KNOWN PIC X(1).

      *    List entries hit by the transaction being screened.
           01 WS-SCREEN-HIT-TABLE.
               05 WS-SCREEN-HIT-COUNT PIC 9(2) VALUE ZERO.
               05 WS-SCREEN-HIT OCCURS 20 TIMES.
                   10 WS-SCR-WATCH-SUB PIC 9(5).
                   10 WS-SCR-SCORE PIC 9(3).
                   10 WS-SCR-NAME PIC X(30).
                   10 WS-SCR-COUNTRY PIC X(25).
                   10 WS-SCR-LIVE PIC X(1).
           01 WS-HIT-SUB PIC 9(2).
           01 WS-LIVE-HIT-COUNT PIC 9(2).
           01 WS-HIT-DUP PIC X(1).
           01 WS-COUNTRY-SUB PIC 9(1).

           01 WS-TRAN-HELD PIC X(1) VALUE 'N'.
               88 TRAN-HELD VALUE 'Y'.
           01 WS-RELEASING-HELD PIC X(1) VALUE 'N'.
               88 RELEASING-HELD VALUE 'Y'.
           01 WS-SAVED-TRAN PIC X(144).
           01 WS-HELD-IMAGE PIC X(150).
           01 WS-HELD-FOUND PIC X(1).
           01 WS-STILL-BLOCKED PIC X(1).
           01 WS-RELEASE-RESULT PIC X(1).
           01 WS-EOF-HIT PIC X(1) VALUE 'N'.
               88 EOF-HIT VALUE 'Y'.

           01 WS-SCREEN-HELD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DISP-OK-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DISP-FAIL-COUNT PIC 9(5) VALUE ZERO.

           01 WS-RETURN-OK-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RETURN-FAIL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-RETURNED-DATE PIC 9(08).
           01 WS-DELIVERABLE-COUNT PIC 9(1).

       PROCEDURE DIVISION.
       A000-FIRST-PARA.

           INITIALIZE WS-NAME, WS-ADDRESS.
           PERFORM G000-LOAD-COUNTRY-TABLE-PARA.
           PERFORM G100-LOAD-WATCH-LIST-PARA.
           PERFORM G200-READ-SCREEN-CONTROL-PARA.
           DISPLAY "My name is   :"WS-NAME.
           DISPLAY "Adress       :"WS-ADDRESS.
           DISPLAY "House Number :"WS-HOUSE-NUMBER.
                   WS-LOANMAST-STATUS
           END-IF
           OPEN EXTEND CAPTURE-FILE
           OPEN EXTEND LINK-FILE
           OPEN I-O SCREENING-HIT-FILE
           IF WS-SCRHIT-STATUS = '00'
               MOVE 'Y' TO WS-SCRHIT-OPEN
           END-IF
           IF SCRHIT-OPEN AND WATCH-LIST-OK
               MOVE 'Y' TO WS-SCREENING-AVAILABLE
           ELSE
               DISPLAY "WATCH-LIST SCREENING UNAVAILABLE, STATUS="
                   WS-SCRHIT-STATUS
           END-IF

           MOVE SPACES TO REGISTER-LINE
           MOVE 'VERB-01 TRANSACTION REGISTER' TO REGISTER-LINE

           PERFORM UNTIL EOF-TRAN
               MOVE 'Y' TO WS-TRAN-OK
               MOVE 'N' TO WS-TRAN-HELD
               MOVE SPACES TO WS-DISPOSITION
               MOVE SPACES TO WS-ERROR-TYPE
               EVALUATE TRUE
                       PERFORM D300-DELETE-CUSTOMER-PARA
                   WHEN CT-MERGE
                       PERFORM D400-MERGE-CUSTOMER-PARA
                   WHEN CT-SCREEN-DISPOSITION
                       PERFORM D500-SCREEN-DISPOSITION-PARA
                   WHEN CT-RETURNED-MAIL
                       PERFORM D600-RETURNED-MAIL-PARA
                   WHEN OTHER
                       MOVE 'N' TO WS-TRAN-OK
                       MOVE 'BAD TRAN CODE' TO WS-DISPOSITION
           IF LOANMAST-AVAILABLE
               CLOSE LOAN-MASTER
           END-IF
           CLOSE CAPTURE-FILE
           CLOSE LINK-FILE
           IF SCRHIT-OPEN
               CLOSE SCREENING-HIT-FILE
           END-IF.

       R000-WRITE-REGISTER-PARA.
           MOVE SPACES TO REGISTER-LINE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           EVALUATE TRUE
               WHEN TRAN-HELD
                   ADD 1 TO WS-SCREEN-HELD-COUNT
               WHEN CT-SCREEN-DISPOSITION AND TRAN-OK
                   ADD 1 TO WS-DISP-OK-COUNT
               WHEN CT-SCREEN-DISPOSITION
                   ADD 1 TO WS-DISP-FAIL-COUNT
               WHEN CT-RETURNED-MAIL AND TRAN-OK
                   ADD 1 TO WS-RETURN-OK-COUNT
               WHEN CT-RETURNED-MAIL
                   ADD 1 TO WS-RETURN-FAIL-COUNT
               WHEN CT-ADD AND TRAN-OK
                   ADD 1 TO WS-ADD-OK-COUNT
               WHEN CT-ADD
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING '  HIT DISP' WS-DISP-OK-COUNT
               ' / ' WS-DISP-FAIL-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING '  RETURNED' WS-RETURN-OK-COUNT
               ' / ' WS-RETURN-FAIL-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING '  HELD FOR SCREENING ' WS-SCREEN-HELD-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING '  BAD CODE ' WS-BAD-CODE-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM I000-VALIDATE-PINCODE-PARA
           PERFORM K000-VALIDATE-EXTERNAL-ID-PARA

           MOVE ZERO TO WS-SCREEN-CUSTOMER-ID
           MOVE 'A' TO WS-HIT-SOURCE
           PERFORM M000-BEGIN-SCREENING-PARA
           MOVE CT-NAME TO WS-NAME-MATCH-CUST-NAME
           MOVE CT-COUNTRY TO WS-NAME-MATCH-CUST-COUNTRY (1)
           PERFORM M010-SCAN-WATCH-LIST-PARA
           PERFORM M020-FINISH-SCREENING-PARA

           IF NOT COUNTRY-IS-VALID
               DISPLAY "ADD FAILED - BAD COUNTRY  :" CT-COUNTRY
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'ADD FAILED' TO WS-DISPOSITION
               MOVE 'BAD EXTERNAL ID' TO WS-ERROR-TYPE
           ELSE IF SCREEN-UNAVAILABLE
               DISPLAY "ADD FAILED - NO WATCH LIST:" CT-NAME
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'ADD FAILED' TO WS-DISPOSITION
               MOVE 'SCREEN UNAVAILABLE' TO WS-ERROR-TYPE
      *    A held add takes its customer ID now, so the hit (and the
      *    block on lending) is keyed as the customer will be.
           ELSE IF SCREEN-HIT
               PERFORM E000-NEXT-CUSTOMER-ID-PARA
               MOVE WS-ID TO CT-CUSTOMER-ID
               PERFORM M100-HOLD-FOR-SCREENING-PARA
           ELSE
               IF RELEASING-HELD
                   MOVE CT-CUSTOMER-ID TO WS-ID
               ELSE
                   PERFORM E000-NEXT-CUSTOMER-ID-PARA
               END-IF
               MOVE WS-ID TO CM-CUSTOMER-ID
               MOVE CT-EXTERNAL-ID TO CM-EXTERNAL-ID
               MOVE CT-NAME TO CM-NAME
               MOVE CT-HOUSE-NUMBER TO CM-HOUSE-NUMBER (1)
               MOVE CT-COUNTRY TO CM-COUNTRY (1)
               MOVE CT-PINCODE TO CM-PINCODE (1)
               PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                       UNTIL WS-ADDR-SUB > 3
                   MOVE SPACE TO CM-RETURNED-FLAG (WS-ADDR-SUB)
                   MOVE ZERO TO CM-RETURNED-DATE (WS-ADDR-SUB)
               END-PERFORM

               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER ADDED - ID       :" WS-ID
                       MOVE 'CUSTOMER ADDED' TO WS-DISPOSITION
                       IF CT-STUDENT-ID NOT = SPACES
                           PERFORM D010-WRITE-STUDENT-LINK-PARA
                       END-IF
               END-WRITE
           END-IF.

      *    A customer created for a student is linked to the student
      *    ID, which is how the tuition billing run finds it.
       D010-WRITE-STUDENT-LINK-PARA.
           CALL 'DATE' USING WS-AUDIT-DATE-PARM
           COMPUTE WS-AUDIT-DATE =
               WS-AUDIT-DATE-YEAR  * 10000 +
               WS-AUDIT-DATE-MONTH * 100 +
               WS-AUDIT-DATE-DAY
           MOVE CT-STUDENT-ID TO VN-STUDENT-ID
           MOVE WS-ID TO VN-CUSTOMER-ID
           MOVE WS-AUDIT-DATE TO VN-LINK-DATE
           MOVE 'C' TO VN-LINK-SOURCE
           WRITE STUDENT-LINK-RECORD
           DISPLAY "STUDENT LINKED            :" CT-STUDENT-ID.

       D100-CHANGE-CUSTOMER-PARA.
           MOVE CT-COUNTRY TO WS-COUNTRY
           PERFORM H000-VALIDATE-COUNTRY-PARA
                       MOVE 'CHANGE FAILED' TO WS-DISPOSITION
                       MOVE 'NOT FOUND' TO WS-ERROR-TYPE
                   NOT INVALID KEY
                       PERFORM D150-SCREEN-CHANGE-PARA
                       IF SCREEN-PASSED
                           PERFORM D160-APPLY-CHANGE-PARA
                       END-IF
               END-READ
           END-IF.

      *    A new name, or an address in a country the customer did
      *    not have, is screened before it reaches the master.
       D150-SCREEN-CHANGE-PARA.
           MOVE 'N' TO WS-SCREEN-NEEDED
           IF CT-NAME NOT = CM-NAME
               MOVE 'Y' TO WS-SCREEN-NEEDED
           END-IF
           MOVE 'N' TO WS-COUNTRY-KNOWN
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > CM-ADDRESS-COUNT
               IF CM-COUNTRY (WS-ADDR-SUB) = CT-COUNTRY
                   MOVE 'Y' TO WS-COUNTRY-KNOWN
               END-IF
           END-PERFORM
           IF WS-COUNTRY-KNOWN = 'N'
               MOVE 'Y' TO WS-SCREEN-NEEDED
           END-IF

           MOVE CT-CUSTOMER-ID TO WS-SCREEN-CUSTOMER-ID
           MOVE 'C' TO WS-HIT-SOURCE
           PERFORM M000-BEGIN-SCREENING-PARA
           IF WS-SCREEN-NEEDED = 'Y'
               MOVE CT-NAME TO WS-NAME-MATCH-CUST-NAME
               PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                       UNTIL WS-ADDR-SUB > CM-ADDRESS-COUNT
                   MOVE CM-COUNTRY (WS-ADDR-SUB) TO
                       WS-NAME-MATCH-CUST-COUNTRY (WS-ADDR-SUB)
               END-PERFORM
               MOVE CT-COUNTRY TO WS-NAME-MATCH-CUST-COUNTRY (4)
               PERFORM M010-SCAN-WATCH-LIST-PARA
               PERFORM M020-FINISH-SCREENING-PARA
           ELSE
               MOVE 'P' TO WS-SCREEN-RESULT
           END-IF

           EVALUATE TRUE
               WHEN SCREEN-UNAVAILABLE
                   DISPLAY "CHANGE FAILED - NO WATCH LIST:"
                       CT-CUSTOMER-ID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'CHANGE FAILED' TO WS-DISPOSITION
                   MOVE 'SCREEN UNAVAILABLE' TO WS-ERROR-TYPE
               WHEN SCREEN-PENDING
                   DISPLAY "CHANGE FAILED - HELD TRAN :"
                       CT-CUSTOMER-ID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'CHANGE FAILED' TO WS-DISPOSITION
                   MOVE 'SCREENING PENDING' TO WS-ERROR-TYPE
               WHEN SCREEN-HIT
                   PERFORM M100-HOLD-FOR-SCREENING-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       D160-APPLY-CHANGE-PARA.
           PERFORM J000-FIND-ADDRESS-PARA
           IF WS-ADDR-FOUND-IDX = ZERO AND
                   CM-ADDRESS-COUNT NOT < 3
               DISPLAY "CHANGE FAILED - ADDR LIMIT:"
                   CT-CUSTOMER-ID
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'CHANGE FAILED' TO WS-DISPOSITION
               MOVE 'ADDRESS LIMIT' TO WS-ERROR-TYPE
           ELSE
               IF WS-ADDR-FOUND-IDX = ZERO
                   ADD 1 TO CM-ADDRESS-COUNT
                   MOVE CM-ADDRESS-COUNT TO
                       WS-ADDR-FOUND-IDX
                   MOVE ZERO TO AA-OLD-HOUSE-NUMBER
                   MOVE SPACES TO AA-OLD-COUNTRY
                   MOVE ZERO TO AA-OLD-PINCODE
               ELSE
                   MOVE CM-HOUSE-NUMBER (WS-ADDR-FOUND-IDX)
                       TO AA-OLD-HOUSE-NUMBER
                   MOVE CM-COUNTRY (WS-ADDR-FOUND-IDX)
                       TO AA-OLD-COUNTRY
                   MOVE CM-PINCODE (WS-ADDR-FOUND-IDX)
                       TO AA-OLD-PINCODE
               END-IF

               MOVE CT-NAME TO CM-NAME
               MOVE CT-EXTERNAL-ID TO CM-EXTERNAL-ID
               MOVE CT-ADDRESS-TYPE TO
                   CM-ADDRESS-TYPE (WS-ADDR-FOUND-IDX)
               MOVE CT-HOUSE-NUMBER TO
                   CM-HOUSE-NUMBER (WS-ADDR-FOUND-IDX)
               MOVE CT-COUNTRY TO
                   CM-COUNTRY (WS-ADDR-FOUND-IDX)
               MOVE CT-PINCODE TO
                   CM-PINCODE (WS-ADDR-FOUND-IDX)
      *        A new address replaces one the post office returned.
               IF CT-HOUSE-NUMBER NOT = AA-OLD-HOUSE-NUMBER
                       OR CT-COUNTRY NOT = AA-OLD-COUNTRY
                       OR CT-PINCODE NOT = AA-OLD-PINCODE
                   MOVE SPACE TO CM-RETURNED-FLAG (WS-ADDR-FOUND-IDX)
                   MOVE ZERO TO CM-RETURNED-DATE (WS-ADDR-FOUND-IDX)
               END-IF
               REWRITE CUSTOMER-MASTER-RECORD

               PERFORM F000-WRITE-ADDRESS-AUDIT-PARA
               MOVE 'CUSTOMER CHANGED' TO WS-DISPOSITION
           END-IF.

       F000-WRITE-ADDRESS-AUDIT-PARA.
           CALL 'DATE' USING WS-AUDIT-DATE-PARM
           COMPUTE WS-AUDIT-DATE =
                           CM-COUNTRY (WS-ADDR-SUB)
                       DISPLAY "PINCODE      :"
                           CM-PINCODE (WS-ADDR-SUB)
                       IF CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
                           DISPLAY "MAIL RETURNED:"
                               CM-RETURNED-DATE (WS-ADDR-SUB)
                       END-IF
                   END-PERFORM
           END-READ.

                           MOVE 'MERGE FAILED' TO WS-DISPOSITION
                           MOVE 'NOT FOUND' TO WS-ERROR-TYPE
                       NOT INVALID KEY
                           PERFORM D420-SCREEN-MERGE-PARA
                           IF SCREEN-PASSED
                               PERFORM D450-COMBINE-ADDRESSES-PARA
                           END-IF
                   END-READ
           END-READ.

      *    The survivor takes on the duplicate's countries, and the
      *    duplicate's name becomes one the customer is known by, so
      *    both names are screened against all of the countries.
       D420-SCREEN-MERGE-PARA.
           MOVE SV-CUSTOMER-ID TO WS-SCREEN-CUSTOMER-ID
           MOVE 'M' TO WS-HIT-SOURCE
           PERFORM M000-BEGIN-SCREENING-PARA
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > SV-ADDRESS-COUNT
               MOVE SV-COUNTRY (WS-ADDR-SUB) TO
                   WS-NAME-MATCH-CUST-COUNTRY (WS-ADDR-SUB)
           END-PERFORM
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > CM-ADDRESS-COUNT
               MOVE CM-COUNTRY (WS-ADDR-SUB) TO
                   WS-NAME-MATCH-CUST-COUNTRY (WS-ADDR-SUB + 3)
           END-PERFORM
           MOVE SV-NAME TO WS-NAME-MATCH-CUST-NAME
           PERFORM M010-SCAN-WATCH-LIST-PARA
           MOVE CM-NAME TO WS-NAME-MATCH-CUST-NAME
           PERFORM M010-SCAN-WATCH-LIST-PARA
           PERFORM M020-FINISH-SCREENING-PARA

           EVALUATE TRUE
               WHEN SCREEN-UNAVAILABLE
                   DISPLAY "MERGE FAILED - NO WATCH LIST:"
                       CT-CUSTOMER-ID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'MERGE FAILED' TO WS-DISPOSITION
                   MOVE 'SCREEN UNAVAILABLE' TO WS-ERROR-TYPE
               WHEN SCREEN-PENDING
                   DISPLAY "MERGE FAILED - HELD TRAN  :"
                       CT-CUSTOMER-ID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'MERGE FAILED' TO WS-DISPOSITION
                   MOVE 'SCREENING PENDING' TO WS-ERROR-TYPE
               WHEN SCREEN-HIT
                   PERFORM M100-HOLD-FOR-SCREENING-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The duplicate's addresses move to the survivor up to the
      *    3-slot limit.  The survivor is rewritten BEFORE the
      *    duplicate is deleted so a failed rewrite leaves the
                       SV-COUNTRY (SV-ADDRESS-COUNT)
                   MOVE CM-PINCODE (WS-ADDR-SUB) TO
                       SV-PINCODE (SV-ADDRESS-COUNT)
                   MOVE CM-ADDRESS-MAIL-STATUS (WS-ADDR-SUB) TO
                       SV-ADDRESS-MAIL-STATUS (SV-ADDRESS-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-SURVIVOR-RECORD TO CUSTOMER-MASTER-RECORD
           MOVE 'VERB01  ' TO CG-SOURCE-PROGRAM
           WRITE CHANGE-CAPTURE-RECORD.

      *    Compliance's decision on a hit.  Clearing the last hit
      *    that blocks a customer releases the transaction held on
      *    it, which is then applied exactly as first keyed; a
      *    confirmed hit rejects the held transaction for good and
      *    keeps the customer blocked from new lending.
       D500-SCREEN-DISPOSITION-PARA.
           IF NOT SCREENING-AVAILABLE
               DISPLAY "DISPOSITION FAILED - NO LIST:" CT-CUSTOMER-ID
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'DISPOSITION FAILED' TO WS-DISPOSITION
               MOVE 'SCREEN UNAVAILABLE' TO WS-ERROR-TYPE
           ELSE IF CT-OFFICER-ID = SPACES
               DISPLAY "DISPOSITION FAILED - NO OFFICER:"
                   CT-CUSTOMER-ID
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'DISPOSITION FAILED' TO WS-DISPOSITION
               MOVE 'NO OFFICER' TO WS-ERROR-TYPE
           ELSE IF NOT CT-CLEAR-HIT AND NOT CT-CONFIRM-HIT
               DISPLAY "DISPOSITION FAILED - BAD CODE:"
                   CT-DISPOSITION-CODE
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'DISPOSITION FAILED' TO WS-DISPOSITION
               MOVE 'BAD DISPOSITION' TO WS-ERROR-TYPE
           ELSE
               MOVE CT-CUSTOMER-ID TO SH-CUSTOMER-ID
               MOVE CT-LIST-ENTRY-ID TO SH-ENTRY-ID
               READ SCREENING-HIT-FILE
                   INVALID KEY
                       DISPLAY "DISPOSITION FAILED - NO HIT:"
                           CT-CUSTOMER-ID " " CT-LIST-ENTRY-ID
                       MOVE 'N' TO WS-TRAN-OK
                       MOVE 'DISPOSITION FAILED' TO WS-DISPOSITION
                       MOVE 'HIT NOT FOUND' TO WS-ERROR-TYPE
                   NOT INVALID KEY
                       PERFORM D510-DECIDE-HIT-PARA
               END-READ
           END-IF.

      *    A confirmed hit may still be cleared on appeal; a cleared
      *    hit is final.
       D510-DECIDE-HIT-PARA.
           IF SH-CLEARED OR (CT-CONFIRM-HIT AND SH-CONFIRMED)
               DISPLAY "DISPOSITION FAILED - DECIDED:"
                   CT-CUSTOMER-ID " " CT-LIST-ENTRY-ID
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'DISPOSITION FAILED' TO WS-DISPOSITION
               MOVE 'HIT ALREADY DECIDED' TO WS-ERROR-TYPE
           ELSE
               CALL 'DATE' USING WS-AUDIT-DATE-PARM
               COMPUTE WS-AUDIT-DATE =
                   WS-AUDIT-DATE-YEAR  * 10000 +
                   WS-AUDIT-DATE-MONTH * 100 +
                   WS-AUDIT-DATE-DAY
               MOVE CT-DISPOSITION-CODE TO SH-HIT-STATUS
               MOVE CT-OFFICER-ID TO SH-OFFICER-ID
               MOVE WS-AUDIT-DATE TO SH-DISPOSITION-DATE
               MOVE CT-DISPOSITION-NOTE TO SH-DISPOSITION-NOTE
               REWRITE SCREENING-HIT-RECORD
                   INVALID KEY
                       DISPLAY "DISPOSITION FAILED - REWRITE:"
                           CT-CUSTOMER-ID " " CT-LIST-ENTRY-ID
                       MOVE 'N' TO WS-TRAN-OK
                       MOVE 'DISPOSITION FAILED' TO WS-DISPOSITION
                       MOVE 'REWRITE ERROR' TO WS-ERROR-TYPE
                   NOT INVALID KEY
                       IF CT-CLEAR-HIT
                           MOVE 'HIT CLEARED' TO WS-DISPOSITION
                           PERFORM D520-RELEASE-HELD-TRAN-PARA
                       ELSE
                           MOVE 'HIT CONFIRMED' TO WS-DISPOSITION
                           MOVE 'X' TO WS-RELEASE-RESULT
                           PERFORM D540-MARK-HELD-HITS-PARA
                       END-IF
                       DISPLAY "HIT DECIDED               :"
                           CT-CUSTOMER-ID " " CT-LIST-ENTRY-ID
                           " " WS-DISPOSITION
               END-REWRITE
           END-IF.

      *    The held transaction goes through only once no hit for
      *    the customer is still open or confirmed.  It is applied
      *    through the ordinary add, change or merge paragraph with
      *    the screening already done, and this disposition
      *    transaction is put back in the record area afterwards.
       D520-RELEASE-HELD-TRAN-PARA.
           MOVE 'N' TO WS-STILL-BLOCKED
           MOVE 'N' TO WS-HELD-FOUND
           PERFORM D530-SCAN-CUSTOMER-HITS-PARA
           IF WS-STILL-BLOCKED = 'N' AND WS-HELD-FOUND = 'Y'
               MOVE CUSTOMER-TRAN-RECORD TO WS-SAVED-TRAN
               MOVE WS-HELD-IMAGE TO CUSTOMER-TRAN-RECORD
               MOVE 'Y' TO WS-RELEASING-HELD
               EVALUATE TRUE
                   WHEN CT-ADD
                       PERFORM D000-ADD-CUSTOMER-PARA
                   WHEN CT-CHANGE
                       PERFORM D100-CHANGE-CUSTOMER-PARA
                   WHEN CT-MERGE
                       PERFORM D400-MERGE-CUSTOMER-PARA
                   WHEN OTHER
                       MOVE 'N' TO WS-TRAN-OK
               END-EVALUATE
               MOVE 'N' TO WS-RELEASING-HELD
               IF TRAN-OK
                   MOVE 'R' TO WS-RELEASE-RESULT
                   MOVE 'CLEARED, TRAN RELEASED' TO WS-DISPOSITION
               ELSE
                   MOVE 'F' TO WS-RELEASE-RESULT
                   MOVE 'CLEARED, RELEASE FAILED' TO WS-DISPOSITION
               END-IF
               MOVE WS-SAVED-TRAN TO CUSTOMER-TRAN-RECORD
               MOVE 'Y' TO WS-TRAN-OK
               MOVE SPACES TO WS-ERROR-TYPE
               PERFORM D540-MARK-HELD-HITS-PARA
           END-IF.

       D530-SCAN-CUSTOMER-HITS-PARA.
           MOVE 'N' TO WS-EOF-HIT
           MOVE CT-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SCREENING-HIT-FILE
               KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIT
           END-START
           PERFORM M300-READ-HIT-PARA
           PERFORM UNTIL EOF-HIT
               IF SH-BLOCKS-LENDING
                   MOVE 'Y' TO WS-STILL-BLOCKED
               END-IF
               IF SH-TRAN-HELD
                   MOVE 'Y' TO WS-HELD-FOUND
                   MOVE SH-TRAN-IMAGE TO WS-HELD-IMAGE
               END-IF
               PERFORM M300-READ-HIT-PARA
           END-PERFORM.

      *    Every hit holding the transaction records what became of
      *    it (released, release failed or rejected).
       D540-MARK-HELD-HITS-PARA.
           MOVE 'N' TO WS-EOF-HIT
           MOVE CT-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SCREENING-HIT-FILE
               KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIT
           END-START
           PERFORM M300-READ-HIT-PARA
           PERFORM UNTIL EOF-HIT
               IF SH-TRAN-HELD
                   MOVE WS-RELEASE-RESULT TO SH-HOLD-STATUS
                   REWRITE SCREENING-HIT-RECORD
                       INVALID KEY
                           DISPLAY "HOLD UPDATE FAILED        :"
                               SH-CUSTOMER-ID " " SH-ENTRY-ID
                   END-REWRITE
               END-IF
               PERFORM M300-READ-HIT-PARA
           END-PERFORM.

      *    The post office returned a letter sent to this address:
      *    the letter runs stop using it until an address change
      *    replaces it.
       D600-RETURNED-MAIL-PARA.
           MOVE CT-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "RETURN FAILED - NOT FOUND :" CT-CUSTOMER-ID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'RETURN FAILED' TO WS-DISPOSITION
                   MOVE 'NOT FOUND' TO WS-ERROR-TYPE
               NOT INVALID KEY
                   PERFORM J000-FIND-ADDRESS-PARA
                   IF WS-ADDR-FOUND-IDX = ZERO
                       DISPLAY "RETURN FAILED - NO ADDRESS:"
                           CT-CUSTOMER-ID " " CT-ADDRESS-TYPE
                       MOVE 'N' TO WS-TRAN-OK
                       MOVE 'RETURN FAILED' TO WS-DISPOSITION
                       MOVE 'NO SUCH ADDRESS' TO WS-ERROR-TYPE
                   ELSE
                       PERFORM D610-MARK-RETURNED-PARA
                   END-IF
           END-READ.

       D610-MARK-RETURNED-PARA.
           IF CT-RETURNED-DATE IS NUMERIC AND CT-RETURNED-DATE > ZERO
               MOVE CT-RETURNED-DATE TO WS-RETURNED-DATE
           ELSE
               CALL 'DATE' USING WS-AUDIT-DATE-PARM
               COMPUTE WS-RETURNED-DATE =
                   WS-AUDIT-DATE-YEAR  * 10000 +
                   WS-AUDIT-DATE-MONTH * 100 +
                   WS-AUDIT-DATE-DAY
           END-IF
           MOVE 'Y' TO CM-RETURNED-FLAG (WS-ADDR-FOUND-IDX)
           MOVE WS-RETURNED-DATE TO
               CM-RETURNED-DATE (WS-ADDR-FOUND-IDX)
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "RETURN FAILED - REWRITE   :" CT-CUSTOMER-ID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'RETURN FAILED' TO WS-DISPOSITION
                   MOVE 'REWRITE ERROR' TO WS-ERROR-TYPE
               NOT INVALID KEY
                   MOVE 'ADDRESS MARKED RETURNED' TO WS-DISPOSITION
                   MOVE ZERO TO WS-DELIVERABLE-COUNT
                   PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                           UNTIL WS-ADDR-SUB > CM-ADDRESS-COUNT
                       IF NOT CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
                           ADD 1 TO WS-DELIVERABLE-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-DELIVERABLE-COUNT = ZERO
                       DISPLAY "NO DELIVERABLE ADDRESS    :"
                           CT-CUSTOMER-ID
                   END-IF
           END-REWRITE.

       G000-LOAD-COUNTRY-TABLE-PARA.
           OPEN INPUT COUNTRY-FILE
           PERFORM UNTIL EOF-COUNTRY
           END-PERFORM
           CLOSE COUNTRY-FILE.

      *    The list is used only when it balances to its trailer and
      *    carries an issue date; a short or undated list leaves
      *    screening unavailable for the run.
       G100-LOAD-WATCH-LIST-PARA.
           MOVE ZERO TO WATCH-ENTRY-COUNT
           MOVE ZERO TO WS-WATCH-RECORD-COUNT
           MOVE ZERO TO WS-WATCH-TRAILER-COUNT
           MOVE 'N' TO WS-WATCH-LIST-OK
           MOVE 'N' TO WS-WATCH-TRAILER-FOUND
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = '00'
               DISPLAY "WATCH LIST NOT OPENED, STATUS="
                   WS-WATCH-STATUS
           ELSE
               PERFORM UNTIL EOF-WATCH
                   READ WATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-WATCH
                       NOT AT END
                           PERFORM G110-STORE-WATCH-ENTRY-PARA
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
               IF WATCH-LIST-DATE IS NUMERIC
                       AND WATCH-LIST-DATE > ZERO
                       AND WS-WATCH-TRAILER-FOUND = 'Y'
                       AND WS-WATCH-RECORD-COUNT NOT > 5000
                       AND WS-WATCH-RECORD-COUNT =
                           WS-WATCH-TRAILER-COUNT
                   MOVE 'Y' TO WS-WATCH-LIST-OK
               ELSE
                   DISPLAY "WATCH LIST OUT OF BALANCE :"
                       WS-WATCH-RECORD-COUNT " / "
                       WS-WATCH-TRAILER-COUNT
               END-IF
           END-IF.

       G110-STORE-WATCH-ENTRY-PARA.
           EVALUATE TRUE
               WHEN FH-HEADER
                   MOVE FH-BUSINESS-DATE TO WATCH-LIST-DATE
               WHEN FT-TRAILER
                   MOVE FT-RECORD-COUNT TO WS-WATCH-TRAILER-COUNT
                   MOVE 'Y' TO WS-WATCH-TRAILER-FOUND
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

       G200-READ-SCREEN-CONTROL-PARA.
           OPEN INPUT SCREEN-CONTROL-FILE
           IF WS-SCRCTL-STATUS = '00'
               READ SCREEN-CONTROL-FILE
                   NOT AT END
                       IF SX-MATCH-THRESHOLD IS NUMERIC
                               AND SX-MATCH-THRESHOLD > ZERO
                           MOVE SX-MATCH-THRESHOLD TO
                               WS-MATCH-THRESHOLD
                       END-IF
               END-READ
               CLOSE SCREEN-CONTROL-FILE
           END-IF.

       H000-VALIDATE-COUNTRY-PARA.
           MOVE 'N' TO WS-COUNTRY-VALID

                   MOVE 'Y' TO WS-EXTID-VALID
               END-IF
           END-IF.

      *    Screening of one transaction: M000 clears the customer
      *    side of the match parameter, the caller fills in the name
      *    and countries, M010 runs that name past every list entry
      *    (more than once for more than one name) and M020 settles
      *    the result.  A held transaction being released was
      *    screened when it was keyed and passes straight through.
       M000-BEGIN-SCREENING-PARA.
           MOVE ZERO TO WS-SCREEN-HIT-COUNT
           MOVE SPACES TO WS-NAME-MATCH-CUSTOMER
           MOVE WS-MATCH-THRESHOLD TO WS-NAME-MATCH-THRESHOLD
           IF RELEASING-HELD
               MOVE 'P' TO WS-SCREEN-RESULT
           ELSE IF NOT SCREENING-AVAILABLE
               MOVE 'U' TO WS-SCREEN-RESULT
           ELSE
               MOVE SPACE TO WS-SCREEN-RESULT
           END-IF.

       M010-SCAN-WATCH-LIST-PARA.
           IF WS-SCREEN-RESULT = SPACE
               PERFORM M050-MATCH-ENTRY-PARA
                   VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-ENTRY-COUNT
           END-IF.

       M050-MATCH-ENTRY-PARA.
           MOVE WATCH-NAME (WATCH-IDX) TO WS-NAME-MATCH-LIST-NAME
           MOVE WATCH-COUNTRY (WATCH-IDX) TO WS-NAME-MATCH-LIST-COUNTRY
           CALL 'COMPARA-NOMES' USING WS-NAME-MATCH-PARM
           IF WS-NAME-MATCH-RESULT = 'Y'
               MOVE 'N' TO WS-HIT-DUP
               PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > WS-SCREEN-HIT-COUNT
                   IF WS-SCR-WATCH-SUB (WS-HIT-SUB) = WATCH-IDX
                       MOVE 'Y' TO WS-HIT-DUP
                   END-IF
               END-PERFORM
               IF WS-HIT-DUP = 'N' AND WS-SCREEN-HIT-COUNT < 20
                   ADD 1 TO WS-SCREEN-HIT-COUNT
                   MOVE WS-SCREEN-HIT-COUNT TO WS-HIT-SUB
                   SET WS-SCR-WATCH-SUB (WS-HIT-SUB) TO WATCH-IDX
                   MOVE WS-NAME-MATCH-SCORE TO WS-SCR-SCORE (WS-HIT-SUB)
                   MOVE WS-NAME-MATCH-CUST-NAME TO
                       WS-SCR-NAME (WS-HIT-SUB)
                   MOVE WS-NAME-MATCH-COUNTRY-IDX TO WS-COUNTRY-SUB
                   IF WS-COUNTRY-SUB = ZERO
                       MOVE 1 TO WS-COUNTRY-SUB
                   END-IF
                   MOVE WS-NAME-MATCH-CUST-COUNTRY (WS-COUNTRY-SUB) TO
                       WS-SCR-COUNTRY (WS-HIT-SUB)
                   MOVE 'Y' TO WS-SCR-LIVE (WS-HIT-SUB)
               END-IF
           END-IF.

      *    A hit compliance has already cleared for this customer is
      *    not raised again.  A customer whose earlier transaction is
      *    still held cannot queue another behind it.
       M020-FINISH-SCREENING-PARA.
           IF WS-SCREEN-RESULT = SPACE
               MOVE WS-SCREEN-HIT-COUNT TO WS-LIVE-HIT-COUNT
               IF WS-SCREEN-CUSTOMER-ID > ZERO
                   PERFORM M030-CHECK-PRIOR-HIT-PARA
                       VARYING WS-HIT-SUB FROM 1 BY 1
                       UNTIL WS-HIT-SUB > WS-SCREEN-HIT-COUNT
               END-IF
               IF WS-LIVE-HIT-COUNT = ZERO
                   MOVE 'P' TO WS-SCREEN-RESULT
               ELSE
                   MOVE 'H' TO WS-SCREEN-RESULT
                   IF WS-SCREEN-CUSTOMER-ID > ZERO
                       PERFORM M040-CHECK-HELD-TRAN-PARA
                   END-IF
               END-IF
           END-IF.

       M030-CHECK-PRIOR-HIT-PARA.
           MOVE WS-SCREEN-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE WATCH-ENTRY-ID (WS-SCR-WATCH-SUB (WS-HIT-SUB))
               TO SH-ENTRY-ID
           READ SCREENING-HIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SH-CLEARED
                       MOVE 'N' TO WS-SCR-LIVE (WS-HIT-SUB)
                       SUBTRACT 1 FROM WS-LIVE-HIT-COUNT
                   END-IF
           END-READ.

       M040-CHECK-HELD-TRAN-PARA.
           MOVE 'N' TO WS-EOF-HIT
           MOVE WS-SCREEN-CUSTOMER-ID TO SH-CUSTOMER-ID
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SCREENING-HIT-FILE
               KEY IS NOT LESS THAN SH-HIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIT
           END-START
           PERFORM M300-READ-HIT-PARA
           PERFORM UNTIL EOF-HIT
               IF SH-TRAN-HELD
                   MOVE 'W' TO WS-SCREEN-RESULT
               END-IF
               PERFORM M300-READ-HIT-PARA
           END-PERFORM.

      *    Each live hit is recorded (or an earlier open one brought
      *    up to date) with the transaction image it holds.
       M100-HOLD-FOR-SCREENING-PARA.
           CALL 'DATE' USING WS-AUDIT-DATE-PARM
           COMPUTE WS-AUDIT-DATE =
               WS-AUDIT-DATE-YEAR  * 10000 +
               WS-AUDIT-DATE-MONTH * 100 +
               WS-AUDIT-DATE-DAY
           PERFORM M110-WRITE-HIT-PARA
               VARYING WS-HIT-SUB FROM 1 BY 1
               UNTIL WS-HIT-SUB > WS-SCREEN-HIT-COUNT
           MOVE 'Y' TO WS-TRAN-HELD
           MOVE 'HELD - WATCH LIST' TO WS-DISPOSITION
           DISPLAY "HELD FOR SCREENING        :" CT-CUSTOMER-ID
               " " CT-NAME.

       M110-WRITE-HIT-PARA.
           IF WS-SCR-LIVE (WS-HIT-SUB) = 'Y'
               MOVE CT-CUSTOMER-ID TO SH-CUSTOMER-ID
               MOVE WATCH-ENTRY-ID (WS-SCR-WATCH-SUB (WS-HIT-SUB))
                   TO SH-ENTRY-ID
               READ SCREENING-HIT-FILE
                   INVALID KEY
                       PERFORM M120-BUILD-HIT-PARA
                       WRITE SCREENING-HIT-RECORD
                           INVALID KEY
                               DISPLAY "HIT WRITE FAILED          :"
                                   SH-CUSTOMER-ID " " SH-ENTRY-ID
                       END-WRITE
                   NOT INVALID KEY
                       MOVE 'H' TO SH-HOLD-STATUS
                       MOVE CUSTOMER-TRAN-RECORD TO SH-TRAN-IMAGE
                       REWRITE SCREENING-HIT-RECORD
                           INVALID KEY
                               DISPLAY "HIT REWRITE FAILED        :"
                                   SH-CUSTOMER-ID " " SH-ENTRY-ID
                       END-REWRITE
               END-READ
           END-IF.

       M120-BUILD-HIT-PARA.
           MOVE WS-AUDIT-DATE TO SH-HIT-DATE
           MOVE WATCH-LIST-DATE TO SH-LIST-DATE
           MOVE WS-HIT-SOURCE TO SH-HIT-SOURCE
           MOVE WS-SCR-SCORE (WS-HIT-SUB) TO SH-MATCH-SCORE
           MOVE WS-SCR-NAME (WS-HIT-SUB) TO SH-CUSTOMER-NAME
           MOVE WS-SCR-COUNTRY (WS-HIT-SUB) TO SH-CUSTOMER-COUNTRY
           MOVE WATCH-NAME (WS-SCR-WATCH-SUB (WS-HIT-SUB))
               TO SH-LIST-NAME
           MOVE WATCH-COUNTRY (WS-SCR-WATCH-SUB (WS-HIT-SUB))
               TO SH-LIST-COUNTRY
           MOVE 'O' TO SH-HIT-STATUS
           MOVE SPACES TO SH-OFFICER-ID
           MOVE ZERO TO SH-DISPOSITION-DATE
           MOVE SPACES TO SH-DISPOSITION-NOTE
           MOVE 'H' TO SH-HOLD-STATUS
           MOVE CUSTOMER-TRAN-RECORD TO SH-TRAN-IMAGE.

      *    Reads the next hit for the customer in CT-CUSTOMER-ID.
       M300-READ-HIT-PARA.
           READ SCREENING-HIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-HIT
               NOT AT END
                   IF SH-CUSTOMER-ID NOT = CT-CUSTOMER-ID
                       MOVE 'Y' TO WS-EOF-HIT
                   END-IF
           END-READ.
