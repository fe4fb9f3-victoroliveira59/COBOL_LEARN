      *                  by side with differences marked, and totals
      *                  maintenance activity by transaction code
      *                  per day.
      * 15/10/26 MAINT   Maker and checker shown under each
      *                  rendered audit record
      * 15/10/26 MAINT   Account inquiry also shows the loan's
      *                  closed-loan history record (payoff, closeout
      *                  and removal dates, total paid) from CLOSHSDD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
         SELECT AUDIT-ARCHIVE-FILE ASSIGN TO LOANAUDA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT CLOSED-LOAN-MASTER ASSIGN TO CLOSHSDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HC-ACCOUNT-NO
             FILE STATUS IS WS-CLOSHIST-STATUS.
         SELECT REPORT-FILE ASSIGN TO AUDRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

            LA-NEW-CURRENCY BY AV-NEW-CURRENCY,
            LA-NEW-POSTED-DATE BY AV-NEW-POSTED-DATE,
            LA-NEW-CUSTOMER-ID BY AV-NEW-CUSTOMER-ID,
            LA-NEW-STATUS BY AV-NEW-STATUS,
            LA-MAKER-ID BY AV-MAKER-ID,
            LA-CHECKER-ID BY AV-CHECKER-ID.

        FD  CLOSED-LOAN-MASTER
            RECORDING MODE IS F.
        COPY CLOSHIST.

        FD  REPORT-FILE
            RECORDING MODE IS F.
            05  WS-REQUEST-STATUS       PIC X(02).
            05  WS-AUDIT-STATUS         PIC X(02).
            05  WS-ARCHIVE-STATUS       PIC X(02).
            05  WS-CLOSHIST-STATUS      PIC X(02).
            05  WS-EOF-AUDIT            PIC X(01) VALUE 'N'.
                88  EOF-AUDIT                      VALUE 'Y'.
            05  WS-EOF-ARCHIVE          PIC X(01) VALUE 'N'.
            05  WS-RN-NEW-POSTED        PIC 9(08).
            05  WS-RN-NEW-CUSTOMER      PIC 9(5).
            05  WS-RN-NEW-STATUS        PIC X(01).
            05  WS-RN-MAKER-ID          PIC X(08).
            05  WS-RN-CHECKER-ID        PIC X(08).

        COPY FORMATP REPLACING FORMAT-PARM BY WS-FORMAT-PARM,
            FORMAT-DATE BY WS-FORMAT-DATE,

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-PAID-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-OLD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-NEW-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-OLD-RATE        PIC -ZZ9.9999.
               ' TO ' WS-SEL-TO-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SEL-ACCOUNT-NO NOT = SPACES
               PERFORM 1500-SHOW-CLOSED-LOAN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'NO LIVE AUDIT FILE, STATUS=' WS-AUDIT-STATUS
           MOVE AR-TRAN-CODE TO WS-SEL-TRAN-CODE
           CLOSE REQUEST-FILE.

      *    A loan closed out after payoff, or already removed from
      *    the active master, is still answered from the closed-loan
      *    history master.
       1500-SHOW-CLOSED-LOAN.
           OPEN INPUT CLOSED-LOAN-MASTER
           IF WS-CLOSHIST-STATUS = '00'
               MOVE WS-SEL-ACCOUNT-NO TO HC-ACCOUNT-NO
               READ CLOSED-LOAN-MASTER
                   KEY IS HC-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1600-RENDER-CLOSED-LOAN
               END-READ
               CLOSE CLOSED-LOAN-MASTER
           END-IF.

       1600-RENDER-CLOSED-LOAN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF HC-REMOVED-FROM-MASTER
               STRING 'CLOSED LOAN ' HC-ACCOUNT-NO
                   '  REMOVED FROM ACTIVE MASTER'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'CLOSED LOAN ' HC-ACCOUNT-NO
                   '  STILL ON ACTIVE MASTER'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE HC-PAYOFF-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING '  PAID IN FULL ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HC-CLOSEOUT-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
           MOVE SPACES TO REPORT-LINE
           STRING '  CLOSED OUT   ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF HC-REMOVED-FROM-MASTER
               MOVE HC-REMOVED-DATE TO WS-FORMAT-DATE
               CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
               MOVE SPACES TO REPORT-LINE
               STRING '  REMOVED      ' WS-FORMAT-OUTPUT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE HC-TOTAL-PAID TO WS-EDIT-PAID-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  TOTAL PAID   ' WS-EDIT-PAID-AMOUNT
               '  CUSTOMER ' HC-CUSTOMER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       2000-SCAN-LIVE-AUDIT.
           READ AUDIT-FILE
               AT END
           MOVE LA-NEW-CURRENCY    TO WS-RN-NEW-CURRENCY
           MOVE LA-NEW-POSTED-DATE TO WS-RN-NEW-POSTED
           MOVE LA-NEW-CUSTOMER-ID TO WS-RN-NEW-CUSTOMER
           MOVE LA-NEW-STATUS      TO WS-RN-NEW-STATUS
           MOVE LA-MAKER-ID        TO WS-RN-MAKER-ID
           MOVE LA-CHECKER-ID      TO WS-RN-CHECKER-ID.

       2500-SCAN-ARCHIVE-AUDIT.
           READ AUDIT-ARCHIVE-FILE
           MOVE AV-NEW-CURRENCY    TO WS-RN-NEW-CURRENCY
           MOVE AV-NEW-POSTED-DATE TO WS-RN-NEW-POSTED
           MOVE AV-NEW-CUSTOMER-ID TO WS-RN-NEW-CUSTOMER
           MOVE AV-NEW-STATUS      TO WS-RN-NEW-STATUS
           MOVE AV-MAKER-ID        TO WS-RN-MAKER-ID
           MOVE AV-CHECKER-ID      TO WS-RN-CHECKER-ID.

       3000-SELECT-AND-RENDER.
           MOVE 'Y' TO WS-RECORD-SELECTED
               '  DATE ' WS-FORMAT-OUTPUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
      *    Records written before maker-checker carry neither.
           IF WS-RN-MAKER-ID NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '  MAKER ' WS-RN-MAKER-ID
                   '  CHECKER ' WS-RN-CHECKER-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE '  FIELD       OLD              NEW' TO REPORT-LINE
           WRITE REPORT-LINE
