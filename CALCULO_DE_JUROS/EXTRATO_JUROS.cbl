      * 01/09/26 MAINT   Statement totals also broken down by the
      *                  product code now carried on the YTD chain,
      *                  printed after the final borrower page
      * 15/10/26 MAINT   Balance record cleared before it is built, so
      *                  the partition fields BALREC now carries are
      *                  written as zeros
      * 15/10/26 MAINT   Paid-off loans carry a paid-in-full line
      *                  with the payoff date from the closed-loan
      *                  history master CLOSHSDD, when allocated
      * 15/10/26 MAINT   Statement address picked by ESCOLHE-ENDERECO,
      *                  so a returned mailing address falls back to
      *                  another one; with none deliverable the page
      *                  prints a HELD line and the statement is
      *                  logged to MAILHLDD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT CLOSED-LOAN-MASTER ASSIGN TO CLOSHSDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HC-ACCOUNT-NO
             FILE STATUS IS WS-CLOSHIST-STATUS.
         SELECT STMT-CONTROL-FILE ASSIGN TO STMCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STMCTL-STATUS.
         SELECT EXCEPTION-FILE ASSIGN TO STMEXCDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT MAIL-HOLD-FILE ASSIGN TO MAILHLDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
            LO-PRODUCT-CODE BY SR-PRODUCT-CODE,
            LO-WITHHOLD-AMT BY SR-WITHHOLD-AMT,
            LO-BASE-WITHHOLD-AMT BY SR-BASE-WITHHOLD-AMT,
            LO-SOLD-PCT BY SR-SOLD-PCT,
            LO-SOLD-INTEREST-AMT BY SR-SOLD-INTEREST-AMT,
            LO-BASE-SOLD-INTEREST-AMT BY SR-BASE-SOLD-INTEREST-AMT,
            LO-SOLD-PENALTY-AMT BY SR-SOLD-PENALTY-AMT,
            LO-BASE-SOLD-PENALTY-AMT BY SR-BASE-SOLD-PENALTY-AMT,
            LO-SOURCE-CODE BY SR-SOURCE-CODE,
            LO-SRC-ACCRUAL BY SR-SRC-ACCRUAL,
            LO-SRC-FEE BY SR-SRC-FEE,
            LO-PRODUCT-CODE BY SL-PRODUCT-CODE,
            LO-WITHHOLD-AMT BY SL-WITHHOLD-AMT,
            LO-BASE-WITHHOLD-AMT BY SL-BASE-WITHHOLD-AMT,
            LO-SOLD-PCT BY SL-SOLD-PCT,
            LO-SOLD-INTEREST-AMT BY SL-SOLD-INTEREST-AMT,
            LO-BASE-SOLD-INTEREST-AMT BY SL-BASE-SOLD-INTEREST-AMT,
            LO-SOLD-PENALTY-AMT BY SL-SOLD-PENALTY-AMT,
            LO-BASE-SOLD-PENALTY-AMT BY SL-BASE-SOLD-PENALTY-AMT,
            LO-SOURCE-CODE BY SL-SOURCE-CODE,
            LO-SRC-ACCRUAL BY SL-SRC-ACCRUAL,
            LO-SRC-FEE BY SL-SRC-FEE,
            RECORDING MODE IS F.
        COPY CUSTMAST.

        FD  CLOSED-LOAN-MASTER
            RECORDING MODE IS F.
        COPY CLOSHIST.

        FD  STMT-CONTROL-FILE
            RECORDING MODE IS F.
        COPY EXTCTL.
            RECORDING MODE IS F.
        01  EXCEPTION-LINE              PIC X(80).

        FD  MAIL-HOLD-FILE
            RECORDING MODE IS F.
        COPY MAILHOLD.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
            05  WS-BORROWER-FOUND       PIC X(01) VALUE 'N'.
                88  BORROWER-FOUND                 VALUE 'Y'.
            05  WS-MAIL-ADDR-IDX        PIC 9(01).
            05  WS-STATEMENT-YEAR       PIC 9(04).
            05  WS-PAGE-COUNT           PIC 9(05) VALUE ZERO.
            05  WS-CLOSHIST-STATUS      PIC X(02).
            05  WS-CLOSHIST-OPEN        PIC X(01) VALUE 'N'.
                88  CLOSHIST-OPEN                  VALUE 'Y'.
            05  WS-STATEMENTS-HELD      PIC 9(7)  VALUE ZERO.

        COPY ENDPARM REPLACING
            ADDRESS-PICK-PARM BY WS-ADDRESS-PICK-PARM,
            ADDRESS-PICK-TYPE BY WS-ADDRESS-PICK-TYPE,
            ADDRESS-PICK-IDX BY WS-ADDRESS-PICK-IDX,
            ADDRESS-PICK-RESULT BY WS-ADDRESS-PICK-RESULT,
            ADDRESS-PICK-PREFERRED BY WS-ADDRESS-PICK-PREFERRED,
            ADDRESS-PICK-FALLBACK BY WS-ADDRESS-PICK-FALLBACK,
            ADDRESS-PICK-NONE BY WS-ADDRESS-PICK-NONE.

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,
           PERFORM 1300-READ-STMT-CONTROL
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN EXTEND MAIL-HOLD-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-ID SR-ACCOUNT-NO
                   SR-CURRENCY-CODE
               DISPLAY 'ERROR OPENING CUSTMSTD, STATUS='
                   WS-CUSTMAST-STATUS
           END-IF
      *    Closed-loan history is optional: without it a paid-off
      *    loan simply prints without its paid-in-full line.
           OPEN INPUT CLOSED-LOAN-MASTER
           IF WS-CLOSHIST-STATUS = '00'
               MOVE 'Y' TO WS-CLOSHIST-OPEN
           END-IF
           PERFORM 1100-READ-YTD.

      *    Missing card or all zeros keeps the old behavior: the
               '  BASE ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           IF CLOSHIST-OPEN
               PERFORM 2160-WRITE-PAID-IN-FULL-LINE
           END-IF
           ADD WS-ACCUM-INTEREST      TO WS-BORR-INTEREST
           ADD WS-ACCUM-BASE-INTEREST TO WS-BORR-BASE-INTEREST.

       2160-WRITE-PAID-IN-FULL-LINE.
           MOVE WS-PREV-ACCOUNT-NO TO HC-ACCOUNT-NO
           READ CLOSED-LOAN-MASTER
               KEY IS HC-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HC-PAYOFF-DATE TO WS-FORMAT-DATE
                   CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
                   MOVE SPACES TO PRINT-LINE
                   STRING '    PAID IN FULL ON ' WS-FORMAT-OUTPUT
                       DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
           END-READ.

       2200-RESET-ACCUMULATORS.
           MOVE ZERO TO WS-ACCUM-INTEREST
           MOVE ZERO TO WS-ACCUM-BASE-INTEREST.

      *    New borrower: heading, statement year and the mailing
      *    address (CM-MAILING-ADDR occurrence, first address when
      *    no mailing type is on file, another address when that
      *    one came back from the post office).  With no deliverable
      *    address left the page prints a HELD line instead and the
      *    statement is logged to MAILHLDD for the branch.
       2500-START-BORROWER-PAGE.
           ADD 1 TO WS-PAGE-COUNT
           MOVE ZERO TO WS-BORR-INTEREST
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF WS-ADDRESS-PICK-NONE
                   MOVE '*** HELD - NO DELIVERABLE ADDRESS ***'
                       TO PRINT-LINE
                   PERFORM 2520-HOLD-STATEMENT
               ELSE
                   STRING CM-HOUSE-NUMBER (WS-MAIL-ADDR-IDX)
                       ' ' CM-COUNTRY (WS-MAIL-ADDR-IDX)
                       ' ' CM-PINCODE (WS-MAIL-ADDR-IDX)
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               WRITE PRINT-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
       2510-LOOKUP-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE 1 TO WS-MAIL-ADDR-IDX
           MOVE 'P' TO WS-ADDRESS-PICK-RESULT
           MOVE WS-PREV-CUSTOMER-ID TO CM-CUSTOMER-ID
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

       2520-HOLD-STATEMENT.
           ADD 1 TO WS-STATEMENTS-HELD
           MOVE WS-TODAY-DATE TO MH-HOLD-DATE
           MOVE 'EXTRJRS ' TO MH-PROGRAM-NAME
           MOVE WS-PREV-CUSTOMER-ID TO MH-CUSTOMER-ID
           MOVE SL-ACCOUNT-NO TO MH-ACCOUNT-NO
           MOVE 'INTEREST STATEMENT' TO MH-LETTER-TYPE
           WRITE MAIL-HOLD-RECORD.

       2600-FINISH-BORROWER-PAGE.
           MOVE WS-BORR-INTEREST TO WS-EDIT-AMOUNT
           MOVE WS-BORR-BASE-INTEREST TO WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           IF WS-STATEMENTS-HELD > ZERO
               MOVE WS-STATEMENTS-HELD TO WS-EDIT-COUNT
               MOVE SPACES TO EXCEPTION-LINE
               STRING 'STATEMENTS HELD - NO ADDRESS: ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           PERFORM 9100-WRITE-BALANCE-RECORD
           CLOSE YTD-SORTED-FILE
           CLOSE STATEMENT-FILE
           CLOSE PRINT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE MAIL-HOLD-FILE
           CLOSE CUSTOMER-MASTER
           IF CLOSHIST-OPEN
               CLOSE CLOSED-LOAN-MASTER
           END-IF.

       9100-WRITE-BALANCE-RECORD.
           OPEN OUTPUT BALANCE-FILE
           INITIALIZE BALANCE-RECORD
           MOVE 'EXTRJRS ' TO BL-PROGRAM-NAME
           MOVE WS-TODAY-DATE TO BL-RUN-DATE
           MOVE WS-RECORDS-READ TO BL-RECORDS-READ
