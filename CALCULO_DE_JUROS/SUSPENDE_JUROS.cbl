      *****************************************************************
      * Program name:    SUSPENDE-JUROS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: nightly non-accrual classification,
      *                  run after ATRASO-PARCELAS.  Active accounts
      *                  whose earliest overdue due date on OVERDUEDD
      *                  is older than the NACCTLDD threshold move to
      *                  suspended status so CALCULO-JUROS stops
      *                  accruing; accounts suspended here return to
      *                  active once the overdue position is cured.
      *                  While suspended the interest that would
      *                  have accrued is kept on the NACMEMDD memo
      *                  file (in suspense, never booked).  Every
      *                  flip writes the LOANAUDD before/after audit
      *                  and a CHGCAPDD capture record as a manual
      *                  status change would; the report lists
      *                  entries, exits and the memo interest held.
      * 15/10/26 MAINT   Loan audit records name this run as maker,
      *                  with no checker
      * 15/10/26 MAINT   Memo interest on the disbursed principal only
      *                  (DISBMSTDD) at the rate step in force
      *                  (RATESTPDD), as CALCULO-JUROS accrues.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUSPENDE-JUROS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO NACCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT OVERDUE-FILE ASSIGN TO OVERDUEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVERDUE-STATUS.
         SELECT MEMO-FILE ASSIGN TO NACMEMDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MEMO-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT RATE-INDEX-FILE ASSIGN TO RATEIDXDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATE-INDEX-STATUS.
         SELECT DISBURSE-MASTER ASSIGN TO DISBMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DM-ACCOUNT-NO
             FILE STATUS IS WS-DISB-STATUS.
         SELECT RATE-STEP-FILE ASSIGN TO RATESTPDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEP-STATUS.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT CAPTURE-FILE ASSIGN TO CHGCAPDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO NACRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY NACCTL.

        FD  OVERDUE-FILE
            RECORDING MODE IS F.
        COPY OVERDUE.

        FD  MEMO-FILE
            RECORDING MODE IS F.
        COPY NACMEMO.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  RATE-INDEX-FILE
            RECORDING MODE IS F.
        COPY RATEFILE.

        FD  DISBURSE-MASTER
            RECORDING MODE IS F.
        COPY DISBMST.

        FD  RATE-STEP-FILE
            RECORDING MODE IS F.
        COPY RATESTEP.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.

        FD  CAPTURE-FILE
            RECORDING MODE IS F.
        COPY CHGCAP.

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

        COPY DATEWORK REPLACING DATE-PARM BY WS-AUDIT-DATE-PARM,
            DATE-YEAR BY WS-AUDIT-DATE-YEAR,
            DATE-MONTH BY WS-AUDIT-DATE-MONTH,
            DATE-DAY BY WS-AUDIT-DATE-DAY,
            DATE-UTC-HOUR BY WS-AUDIT-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-AUDIT-DATE-UTC-MINUTE.

        COPY RATETAB.
        COPY STEPTAB.
        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-OVERDUE-STATUS       PIC X(02).
            05  WS-MEMO-STATUS          PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-RATE-INDEX-STATUS    PIC X(02).
            05  WS-EOF-OVERDUE          PIC X(01) VALUE 'N'.
                88  EOF-OVERDUE                    VALUE 'Y'.
            05  WS-EOF-MEMO             PIC X(01) VALUE 'N'.
                88  EOF-MEMO                       VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-EOF-RATE-INDEX       PIC X(01) VALUE 'N'.
                88  EOF-RATE-INDEX                 VALUE 'Y'.
            05  WS-RATE-INDEX-FOUND     PIC X(01) VALUE 'N'.
                88  RATE-INDEX-FOUND               VALUE 'Y'.
            05  WS-MEMO-FOUND           PIC X(01) VALUE 'N'.
                88  MEMO-FOUND                     VALUE 'Y'.
            05  WS-DISB-STATUS          PIC X(02).
            05  WS-DISB-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  DISB-MASTER-OPEN               VALUE 'Y'.
            05  WS-STEP-STATUS          PIC X(02).
            05  WS-EOF-STEP             PIC X(01) VALUE 'N'.
                88  EOF-STEP                       VALUE 'Y'.
            05  WS-STEP-LOAN            PIC X(01) VALUE 'N'.
                88  STEP-LOAN                      VALUE 'Y'.
            05  WS-STEP-WALK-END        PIC X(01) VALUE 'N'.
                88  STEP-WALK-END                  VALUE 'Y'.

        01  WS-OVERDUE-TABLE.
            05  WS-OVD-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-OVD-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-OVD-COUNT
                    INDEXED BY OVD-IDX.
                10  WS-OVD-ACCOUNT-NO   PIC X(10).
                10  WS-OVD-EARLIEST-DUE PIC 9(08).

      *    The memo file in core: loaded at start, updated through
      *    the sweep and rewritten whole at the end.  Entries whose
      *    account left suspended status are flagged dropped and
      *    not written back.
        01  WS-MEMO-TABLE.
            05  WS-MEMO-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-MEMO-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-MEMO-COUNT
                    INDEXED BY MEMO-IDX.
                10  WS-MM-ACCOUNT-NO    PIC X(10).
                10  WS-MM-CURRENCY      PIC X(03).
                10  WS-MM-SUSPENDED-DATE PIC 9(08).
                10  WS-MM-ENTRY-DPD     PIC 9(05).
                10  WS-MM-LAST-MEMO-DATE PIC 9(08).
                10  WS-MM-MEMO-INTEREST PIC 9(9)V99.
                10  WS-MM-SEEN          PIC X(01).
                    88  MM-SEEN                    VALUE 'Y'.
                10  WS-MM-DROPPED       PIC X(01).
                    88  MM-DROPPED                 VALUE 'Y'.

        01  WS-WORK-FIELDS.
            05  WS-SUSPEND-DAYS         PIC 9(05) VALUE ZERO.
            05  WS-CURE-DAYS            PIC 9(05) VALUE ZERO.
            05  WS-DAYS-PAST-DUE        PIC 9(05).
            05  WS-DAYS-WORK            PIC S9(7).
            05  WS-MEMO-DAYS            PIC S9(7).
            05  WS-INDEX-RATE-PCT       PIC S9(3)V9(4).
            05  WS-EFFECTIVE-RATE-PCT   PIC S9(3)V9(4).
            05  WS-MEMO-TONIGHT         PIC 9(9)V99.
            05  WS-MEMO-BASE            PIC 9(9)V99.
            05  WS-UNDISBURSED-AMT      PIC 9(9)V99.
            05  WS-STEP-START-SUB       PIC 9(05).
            05  WS-STEP-SUB             PIC 9(05).
            05  WS-STEP-RATE            PIC S9(3)V9(4).
            05  WS-EVENT-TEXT           PIC X(12).

        01  WS-CONTROL-TOTALS.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-ENTRIES              PIC 9(7)  VALUE ZERO.
            05  WS-EXITS                PIC 9(7)  VALUE ZERO.
            05  WS-RELEASED             PIC 9(7)  VALUE ZERO.
            05  WS-HELD                 PIC 9(7)  VALUE ZERO.
            05  WS-REWRITE-FAILED       PIC 9(7)  VALUE ZERO.
            05  WS-MEMO-ACCRUED         PIC 9(11)V99 VALUE ZERO.
            05  WS-MEMO-RELEASED        PIC 9(11)V99 VALUE ZERO.
            05  WS-MEMO-HELD            PIC 9(11)V99 VALUE ZERO.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).
        01  WS-TODAY-INT                PIC S9(9).
        01  WS-AUDIT-DATE               PIC 9(08).

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-DAYS            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLASSIFY-LOANS UNTIL EOF-LOAN
           PERFORM 6000-REWRITE-MEMO-FILE
           PERFORM 7000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           COMPUTE WS-TODAY-DATE =
               WS-SYSTEM-DATE-YEAR  * 10000 +
               WS-SYSTEM-DATE-MONTH * 100 +
               WS-SYSTEM-DATE-DAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1250-LOAD-RATE-INDEX-TABLE
           PERFORM 1260-LOAD-RATE-STEP-TABLE
           PERFORM 1300-LOAD-OVERDUE-POSITIONS
           PERFORM 1400-LOAD-MEMO-FILE
           OPEN I-O LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Without the disbursement master the memo runs on the full
      *    principal, as CALCULO-JUROS accrues without it.
           OPEN INPUT DISBURSE-MASTER
           IF WS-DISB-STATUS = '00'
               MOVE 'Y' TO WS-DISB-MASTER-OPEN
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND CAPTURE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           MOVE 'SUSPENDE-JUROS NON-ACCRUAL CLASSIFICATION'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPEND-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'SUSPEND BEYOND DAYS: ' WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURE-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'CURED AT DAYS      : ' WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-LOAN.

       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'NON-ACCRUAL CONTROL CARD MISSING'
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY 'NON-ACCRUAL CONTROL CARD EMPTY'
                       ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NC-SUSPEND-DAYS NOT NUMERIC OR NC-SUSPEND-DAYS = ZERO
               DISPLAY 'BAD NON-ACCRUAL THRESHOLD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    A cure point at or past the threshold would flip the same
      *    account in and out night after night.
           IF NC-CURE-DAYS NOT NUMERIC
               MOVE ZERO TO NC-CURE-DAYS
           END-IF
           IF NC-CURE-DAYS NOT < NC-SUSPEND-DAYS
               DISPLAY 'CURE DAYS NOT BELOW THRESHOLD - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NC-SUSPEND-DAYS TO WS-SUSPEND-DAYS
           MOVE NC-CURE-DAYS TO WS-CURE-DAYS
           CLOSE CONTROL-FILE.

       1250-LOAD-RATE-INDEX-TABLE.
           MOVE ZERO TO WS-RATE-INDEX-COUNT
           MOVE 'N' TO WS-EOF-RATE-INDEX
           OPEN INPUT RATE-INDEX-FILE
           IF WS-RATE-INDEX-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-RATE-INDEX
           ELSE
               PERFORM UNTIL EOF-RATE-INDEX
                   READ RATE-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-RATE-INDEX
                       NOT AT END
                           PERFORM 1255-LOAD-ONE-RATE-INDEX
                   END-READ
               END-PERFORM
               CLOSE RATE-INDEX-FILE
           END-IF.

      *    Latest effective date per index wins, as in CALCULO-JUROS.
       1255-LOAD-ONE-RATE-INDEX.
           MOVE 'N' TO WS-RATE-INDEX-FOUND
           IF WS-RATE-INDEX-COUNT > ZERO
               SET RIDX-IDX TO 1
               SEARCH RATE-INDEX-ENTRY
                   AT END
                       CONTINUE
                   WHEN RT-INDEX-CODE (RIDX-IDX) = RI-INDEX-CODE
                       MOVE 'Y' TO WS-RATE-INDEX-FOUND
                       IF RI-EFFECTIVE-DATE NOT <
                               RT-EFFECTIVE-DATE (RIDX-IDX)
                           MOVE RI-INDEX-RATE-PCT TO
                               RT-INDEX-RATE-PCT (RIDX-IDX)
                           MOVE RI-EFFECTIVE-DATE TO
                               RT-EFFECTIVE-DATE (RIDX-IDX)
                       END-IF
               END-SEARCH
           END-IF
           IF WS-RATE-INDEX-FOUND = 'N'
               IF WS-RATE-INDEX-COUNT < 100
                   ADD 1 TO WS-RATE-INDEX-COUNT
                   MOVE RI-INDEX-CODE TO RT-INDEX-CODE
                                    (WS-RATE-INDEX-COUNT)
                   MOVE RI-INDEX-RATE-PCT TO
                       RT-INDEX-RATE-PCT (WS-RATE-INDEX-COUNT)
                   MOVE RI-EFFECTIVE-DATE TO
                       RT-EFFECTIVE-DATE (WS-RATE-INDEX-COUNT)
               ELSE
                   DISPLAY 'RATE INDEX TABLE FULL, CODE '
                       RI-INDEX-CODE ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Same schedule and checks as CALCULO-JUROS: a loan's steps
      *    sit together oldest first, and a bad file stops the run.
       1260-LOAD-RATE-STEP-TABLE.
           MOVE ZERO TO WS-RATE-STEP-COUNT
           MOVE 'N' TO WS-EOF-STEP
           OPEN INPUT RATE-STEP-FILE
           IF WS-STEP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-STEP
           END-IF
           PERFORM UNTIL EOF-STEP
               READ RATE-STEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-STEP
                   NOT AT END
                       PERFORM 1265-LOAD-ONE-RATE-STEP
               END-READ
           END-PERFORM
           IF WS-STEP-STATUS = '00' OR WS-STEP-STATUS = '10'
               CLOSE RATE-STEP-FILE
           END-IF.

       1265-LOAD-ONE-RATE-STEP.
           IF RS-EFFECTIVE-DATE NOT NUMERIC
                   OR RS-RATE-PCT NOT NUMERIC
               DISPLAY 'INVALID RATE STEP FOR ACCOUNT ' RS-ACCOUNT-NO
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATE-STEP-COUNT > ZERO
               IF RS-ACCOUNT-NO < SP-ACCOUNT-NO (WS-RATE-STEP-COUNT)
                   OR (RS-ACCOUNT-NO =
                           SP-ACCOUNT-NO (WS-RATE-STEP-COUNT)
                       AND RS-EFFECTIVE-DATE NOT >
                           SP-EFFECTIVE-DATE (WS-RATE-STEP-COUNT))
                   DISPLAY 'RATE STEP FILE OUT OF SEQUENCE AT '
                       'ACCOUNT ' RS-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-RATE-STEP-COUNT < 20000
               ADD 1 TO WS-RATE-STEP-COUNT
               MOVE RS-ACCOUNT-NO TO SP-ACCOUNT-NO (WS-RATE-STEP-COUNT)
               MOVE RS-EFFECTIVE-DATE TO
                   SP-EFFECTIVE-DATE (WS-RATE-STEP-COUNT)
               MOVE RS-RATE-PCT TO SP-RATE-PCT (WS-RATE-STEP-COUNT)
           ELSE
               DISPLAY 'RATE STEP TABLE FULL, ACCOUNT '
                   RS-ACCOUNT-NO ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Without tonight's aging every suspended account would
      *    look cured and be reinstated - never run past that.
       1300-LOAD-OVERDUE-POSITIONS.
           MOVE ZERO TO WS-OVD-COUNT
           MOVE 'N' TO WS-EOF-OVERDUE
           OPEN INPUT OVERDUE-FILE
           IF WS-OVERDUE-STATUS NOT = '00'
               DISPLAY 'NO OVERDUE FILE, STATUS=' WS-OVERDUE-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-OVERDUE
               READ OVERDUE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-OVERDUE
                   NOT AT END
                       IF WS-OVD-COUNT < 2000
                           ADD 1 TO WS-OVD-COUNT
                           MOVE OV-ACCOUNT-NO TO
                               WS-OVD-ACCOUNT-NO (WS-OVD-COUNT)
                           MOVE OV-EARLIEST-DUE-DATE TO
                               WS-OVD-EARLIEST-DUE (WS-OVD-COUNT)
                       ELSE
                           DISPLAY 'OVERDUE TABLE FULL, ACCOUNT '
                               OV-ACCOUNT-NO ' - RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERDUE-FILE.

      *    No memo file is the first night: nothing suspended here
      *    yet.
       1400-LOAD-MEMO-FILE.
           MOVE ZERO TO WS-MEMO-COUNT
           MOVE 'N' TO WS-EOF-MEMO
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-MEMO
           ELSE
               PERFORM UNTIL EOF-MEMO
                   READ MEMO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-MEMO
                       NOT AT END
                           PERFORM 1450-LOAD-ONE-MEMO
                   END-READ
               END-PERFORM
               CLOSE MEMO-FILE
           END-IF.

       1450-LOAD-ONE-MEMO.
           IF WS-MEMO-COUNT < 2000
               ADD 1 TO WS-MEMO-COUNT
               MOVE NM-ACCOUNT-NO TO WS-MM-ACCOUNT-NO (WS-MEMO-COUNT)
               MOVE NM-CURRENCY-CODE TO WS-MM-CURRENCY (WS-MEMO-COUNT)
               MOVE NM-SUSPENDED-DATE TO
                   WS-MM-SUSPENDED-DATE (WS-MEMO-COUNT)
               MOVE NM-ENTRY-DAYS-PAST-DUE TO
                   WS-MM-ENTRY-DPD (WS-MEMO-COUNT)
               MOVE NM-LAST-MEMO-DATE TO
                   WS-MM-LAST-MEMO-DATE (WS-MEMO-COUNT)
               MOVE NM-MEMO-INTEREST TO
                   WS-MM-MEMO-INTEREST (WS-MEMO-COUNT)
               MOVE 'N' TO WS-MM-SEEN (WS-MEMO-COUNT)
               MOVE 'N' TO WS-MM-DROPPED (WS-MEMO-COUNT)
           ELSE
               DISPLAY 'MEMO TABLE FULL, ACCOUNT ' NM-ACCOUNT-NO
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Active past the threshold: suspend.  Suspended here and
      *    cured: reinstate.  Suspended here and still overdue: one
      *    more night of memo interest.  A memo whose account left
      *    suspended status some other way (written off, paid off,
      *    reinstated by hand) is released.  Accounts suspended by
      *    hand carry no memo and are left alone.
       2000-CLASSIFY-LOANS.
           IF LF-HEADER-KEY OR LF-TRAILER-KEY
               CONTINUE
           ELSE
               ADD 1 TO WS-LOANS-READ
               PERFORM 2200-COMPUTE-DAYS-PAST-DUE
               PERFORM 2300-LOCATE-MEMO
               EVALUATE TRUE
                   WHEN LI-STAT-ACTIVE AND MEMO-FOUND
                       PERFORM 3300-RELEASE-MEMO
                       IF WS-DAYS-PAST-DUE > WS-SUSPEND-DAYS
                           PERFORM 3000-SUSPEND-LOAN
                       END-IF
                   WHEN LI-STAT-ACTIVE
                       IF WS-DAYS-PAST-DUE > WS-SUSPEND-DAYS
                           PERFORM 3000-SUSPEND-LOAN
                       END-IF
                   WHEN LI-STAT-SUSPENDED AND MEMO-FOUND
                       IF WS-DAYS-PAST-DUE NOT > WS-CURE-DAYS
                           PERFORM 3100-REINSTATE-LOAN
                       ELSE
                           PERFORM 3200-ACCRUE-MEMO
                       END-IF
                   WHEN MEMO-FOUND
                       PERFORM 3300-RELEASE-MEMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-LOAN.

       2100-READ-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LOAN
           END-READ.

       2200-COMPUTE-DAYS-PAST-DUE.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           IF WS-OVD-COUNT > ZERO
               SET OVD-IDX TO 1
               SEARCH WS-OVD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OVD-ACCOUNT-NO (OVD-IDX) = LI-ACCOUNT-NO
                       IF WS-OVD-EARLIEST-DUE (OVD-IDX) IS NUMERIC
                               AND WS-OVD-EARLIEST-DUE (OVD-IDX)
                                   > ZERO
                           COMPUTE WS-DAYS-WORK = WS-TODAY-INT -
                               FUNCTION INTEGER-OF-DATE
                                   (WS-OVD-EARLIEST-DUE (OVD-IDX))
                           IF WS-DAYS-WORK > 99999
                               MOVE 99999 TO WS-DAYS-PAST-DUE
                           ELSE
                               IF WS-DAYS-WORK > ZERO
                                   MOVE WS-DAYS-WORK
                                       TO WS-DAYS-PAST-DUE
                               END-IF
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

       2300-LOCATE-MEMO.
           MOVE 'N' TO WS-MEMO-FOUND
           IF WS-MEMO-COUNT > ZERO
               SET MEMO-IDX TO 1
               SEARCH WS-MEMO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MM-ACCOUNT-NO (MEMO-IDX) = LI-ACCOUNT-NO
                           AND NOT MM-DROPPED (MEMO-IDX)
                       MOVE 'Y' TO WS-MEMO-FOUND
                       MOVE 'Y' TO WS-MM-SEEN (MEMO-IDX)
               END-SEARCH
           END-IF.

      *    Memo interest starts where booked interest stopped: the
      *    last date CALCULO-JUROS posted to the master.
       3000-SUSPEND-LOAN.
           PERFORM 5300-BUILD-OLD-AUDIT
           MOVE 'S' TO LI-STATUS-CODE
           REWRITE LOAN-INPUT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'SUSPEND REWRITE FAILED FOR ACCOUNT '
                   LI-ACCOUNT-NO ' STATUS=' WS-MASTER-STATUS
               ADD 1 TO WS-REWRITE-FAILED
           ELSE
               ADD 1 TO WS-ENTRIES
               PERFORM 5200-BUILD-NEW-AUDIT
               PERFORM 5000-WRITE-AUDIT
               PERFORM 4500-WRITE-CAPTURE
               IF WS-MEMO-COUNT < 2000
                   ADD 1 TO WS-MEMO-COUNT
                   SET MEMO-IDX TO WS-MEMO-COUNT
                   MOVE LI-ACCOUNT-NO TO WS-MM-ACCOUNT-NO (MEMO-IDX)
                   MOVE LI-CURRENCY-CODE TO WS-MM-CURRENCY (MEMO-IDX)
                   MOVE WS-TODAY-DATE TO
                       WS-MM-SUSPENDED-DATE (MEMO-IDX)
                   MOVE WS-DAYS-PAST-DUE TO WS-MM-ENTRY-DPD (MEMO-IDX)
                   IF LI-LAST-POSTED-DATE IS NUMERIC
                           AND LI-LAST-POSTED-DATE > ZERO
                           AND LI-LAST-POSTED-DATE < WS-TODAY-DATE
                       MOVE LI-LAST-POSTED-DATE TO
                           WS-MM-LAST-MEMO-DATE (MEMO-IDX)
                   ELSE
                       MOVE WS-TODAY-DATE TO
                           WS-MM-LAST-MEMO-DATE (MEMO-IDX)
                   END-IF
                   MOVE ZERO TO WS-MM-MEMO-INTEREST (MEMO-IDX)
                   MOVE 'Y' TO WS-MM-SEEN (MEMO-IDX)
                   MOVE 'N' TO WS-MM-DROPPED (MEMO-IDX)
                   PERFORM 3200-ACCRUE-MEMO
               ELSE
                   DISPLAY 'MEMO TABLE FULL, ACCOUNT ' LI-ACCOUNT-NO
                       ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'ENTRY' TO WS-EVENT-TEXT
               PERFORM 3900-REPORT-EVENT
           END-IF.

      *    The suspended stretch is not booked on reinstatement:
      *    the posted date moves to today so CALCULO-JUROS resumes
      *    accruing from here.  The memo interest is reported as
      *    released from suspense and the memo record dropped.
       3100-REINSTATE-LOAN.
           PERFORM 3200-ACCRUE-MEMO
           PERFORM 5300-BUILD-OLD-AUDIT
           MOVE 'A' TO LI-STATUS-CODE
           MOVE WS-TODAY-DATE TO LI-LAST-POSTED-DATE
           REWRITE LOAN-INPUT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'REINSTATE REWRITE FAILED FOR ACCOUNT '
                   LI-ACCOUNT-NO ' STATUS=' WS-MASTER-STATUS
               ADD 1 TO WS-REWRITE-FAILED
           ELSE
               ADD 1 TO WS-EXITS
               PERFORM 5200-BUILD-NEW-AUDIT
               PERFORM 5000-WRITE-AUDIT
               PERFORM 4500-WRITE-CAPTURE
               MOVE 'EXIT' TO WS-EVENT-TEXT
               PERFORM 3900-REPORT-EVENT
               ADD WS-MM-MEMO-INTEREST (MEMO-IDX) TO WS-MEMO-RELEASED
               MOVE 'Y' TO WS-MM-DROPPED (MEMO-IDX)
           END-IF.

      *    Simple interest at the loan's current rate (fixed or
      *    stepped, or index plus spread) on actual/365 from the last
      *    memo date, on the disbursed principal only - what the live
      *    accrual would have posted.
       3200-ACCRUE-MEMO.
           MOVE ZERO TO WS-MEMO-TONIGHT
           COMPUTE WS-MEMO-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE
                   (WS-MM-LAST-MEMO-DATE (MEMO-IDX))
           IF WS-MEMO-DAYS > ZERO AND LI-PRINCIPAL IS NUMERIC
               PERFORM 3230-SET-MEMO-BASE
               PERFORM 3250-RESOLVE-RATE
               IF WS-EFFECTIVE-RATE-PCT > ZERO
                   COMPUTE WS-MEMO-TONIGHT ROUNDED =
                       WS-MEMO-BASE * (WS-EFFECTIVE-RATE-PCT / 100)
                       * WS-MEMO-DAYS / 365
               END-IF
               ADD WS-MEMO-TONIGHT TO WS-MM-MEMO-INTEREST (MEMO-IDX)
               ADD WS-MEMO-TONIGHT TO WS-MEMO-ACCRUED
               MOVE WS-TODAY-DATE TO WS-MM-LAST-MEMO-DATE (MEMO-IDX)
           END-IF.

      *    Approved principal not yet released earns nothing, as in
      *    CALCULO-JUROS 3030-SET-ACCRUAL-BASE.
       3230-SET-MEMO-BASE.
           MOVE LI-PRINCIPAL TO WS-MEMO-BASE
           MOVE ZERO TO WS-UNDISBURSED-AMT
           IF DISB-MASTER-OPEN
               MOVE LI-ACCOUNT-NO TO DM-ACCOUNT-NO
               READ DISBURSE-MASTER
                   KEY IS DM-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DM-APPROVED-AMT > DM-DISBURSED-AMT
                           COMPUTE WS-UNDISBURSED-AMT =
                               DM-APPROVED-AMT - DM-DISBURSED-AMT
                       END-IF
               END-READ
           END-IF
           IF WS-UNDISBURSED-AMT NOT < LI-PRINCIPAL
               MOVE ZERO TO WS-MEMO-BASE
           ELSE
               SUBTRACT WS-UNDISBURSED-AMT FROM WS-MEMO-BASE
           END-IF.

      *    Fixed-rate loans take the scheduled step in force today,
      *    else the contracted rate, as CALCULO-JUROS resolves them.
       3250-RESOLVE-RATE.
           IF LI-RATE-INDEX-CODE = SPACES
               MOVE LI-RATE-PCT TO WS-EFFECTIVE-RATE-PCT
               MOVE 'N' TO WS-STEP-LOAN
               IF WS-RATE-STEP-COUNT > ZERO
                   SET STEP-IDX TO 1
                   SEARCH RATE-STEP-ENTRY
                       AT END
                           CONTINUE
                       WHEN SP-ACCOUNT-NO (STEP-IDX) = LI-ACCOUNT-NO
                           MOVE 'Y' TO WS-STEP-LOAN
                           SET WS-STEP-START-SUB TO STEP-IDX
                   END-SEARCH
               END-IF
               IF STEP-LOAN
                   PERFORM 3260-FIND-RATE-IN-FORCE
                   MOVE WS-STEP-RATE TO WS-EFFECTIVE-RATE-PCT
               END-IF
           ELSE
               MOVE 'N' TO WS-RATE-INDEX-FOUND
               MOVE ZERO TO WS-INDEX-RATE-PCT
               IF WS-RATE-INDEX-COUNT > ZERO
                   SET RIDX-IDX TO 1
                   SEARCH RATE-INDEX-ENTRY
                       AT END
                           CONTINUE
                       WHEN RT-INDEX-CODE (RIDX-IDX) =
                               LI-RATE-INDEX-CODE
                           MOVE 'Y' TO WS-RATE-INDEX-FOUND
                           MOVE RT-INDEX-RATE-PCT (RIDX-IDX)
                               TO WS-INDEX-RATE-PCT
                   END-SEARCH
               END-IF
               COMPUTE WS-EFFECTIVE-RATE-PCT =
                   WS-INDEX-RATE-PCT + LI-RATE-SPREAD
           END-IF.

      *    The latest step dated on or before today, else the
      *    contracted rate on the master.
       3260-FIND-RATE-IN-FORCE.
           MOVE LI-RATE-PCT TO WS-STEP-RATE
           MOVE 'N' TO WS-STEP-WALK-END
           PERFORM VARYING WS-STEP-SUB FROM WS-STEP-START-SUB BY 1
                   UNTIL WS-STEP-SUB > WS-RATE-STEP-COUNT
                   OR STEP-WALK-END
               IF SP-ACCOUNT-NO (WS-STEP-SUB) NOT = LI-ACCOUNT-NO
                       OR SP-EFFECTIVE-DATE (WS-STEP-SUB)
                           > WS-TODAY-DATE
                   MOVE 'Y' TO WS-STEP-WALK-END
               ELSE
                   MOVE SP-RATE-PCT (WS-STEP-SUB) TO WS-STEP-RATE
               END-IF
           END-PERFORM.

       3300-RELEASE-MEMO.
           ADD 1 TO WS-RELEASED
           ADD WS-MM-MEMO-INTEREST (MEMO-IDX) TO WS-MEMO-RELEASED
           MOVE SPACES TO WS-EVENT-TEXT
           STRING 'RELEASED (' LI-STATUS-CODE ')'
               DELIMITED BY SIZE INTO WS-EVENT-TEXT
           PERFORM 3900-REPORT-EVENT
           MOVE 'Y' TO WS-MM-DROPPED (MEMO-IDX)
           MOVE 'N' TO WS-MEMO-FOUND.

       3900-REPORT-EVENT.
           MOVE WS-DAYS-PAST-DUE TO WS-EDIT-DAYS
           MOVE WS-MM-MEMO-INTEREST (MEMO-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-EVENT-TEXT
               ' ' LI-ACCOUNT-NO
               ' ' LI-CURRENCY-CODE
               '  DPD ' WS-EDIT-DAYS
               '  MEMO ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4500-WRITE-CAPTURE.
           MOVE LI-ACCOUNT-NO TO CG-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO CG-CHANGE-DATE
           MOVE 'SUSPENDE' TO CG-SOURCE-PROGRAM
           WRITE CHANGE-CAPTURE-RECORD.

      *    Audited under the 'S' set-status code, the same as a
      *    status change keyed through MANTEM-EMPRESTIMOS.
       5000-WRITE-AUDIT.
           CALL 'DATE' USING WS-AUDIT-DATE-PARM
           COMPUTE WS-AUDIT-DATE =
               WS-AUDIT-DATE-YEAR  * 10000 +
               WS-AUDIT-DATE-MONTH * 100 +
               WS-AUDIT-DATE-DAY
           MOVE LI-ACCOUNT-NO TO LA-ACCOUNT-NO
           MOVE 'S' TO LA-TRAN-CODE
           MOVE WS-AUDIT-DATE TO LA-AUDIT-DATE
           MOVE WS-AUDIT-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-AUDIT-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE 'SUSPENDE' TO LA-MAKER-ID
           MOVE SPACES TO LA-CHECKER-ID
           WRITE LOAN-AUDIT-RECORD.

       5200-BUILD-NEW-AUDIT.
           MOVE LI-PRINCIPAL        TO LA-NEW-PRINCIPAL
           MOVE LI-RATE-PCT         TO LA-NEW-RATE-PCT
           MOVE LI-TERM-MONTHS      TO LA-NEW-TERM-MONTHS
           MOVE LI-CURRENCY-CODE    TO LA-NEW-CURRENCY
           MOVE LI-LAST-POSTED-DATE TO LA-NEW-POSTED-DATE
           MOVE LI-CUSTOMER-ID      TO LA-NEW-CUSTOMER-ID
           MOVE LI-STATUS-CODE      TO LA-NEW-STATUS.

       5300-BUILD-OLD-AUDIT.
           MOVE LI-PRINCIPAL        TO LA-OLD-PRINCIPAL
           MOVE LI-RATE-PCT         TO LA-OLD-RATE-PCT
           MOVE LI-TERM-MONTHS      TO LA-OLD-TERM-MONTHS
           MOVE LI-CURRENCY-CODE    TO LA-OLD-CURRENCY
           MOVE LI-LAST-POSTED-DATE TO LA-OLD-POSTED-DATE
           MOVE LI-CUSTOMER-ID      TO LA-OLD-CUSTOMER-ID
           MOVE LI-STATUS-CODE      TO LA-OLD-STATUS.

      *    Memo entries still held go back to the file; an entry
      *    whose account was not on the master tonight is kept (and
      *    listed) so a mistaken delete still surfaces.
       6000-REWRITE-MEMO-FILE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'HELD IN SUSPENSE' TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT MEMO-FILE
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
                   UNTIL MEMO-IDX > WS-MEMO-COUNT
               IF NOT MM-DROPPED (MEMO-IDX)
                   PERFORM 6100-WRITE-ONE-MEMO
               END-IF
           END-PERFORM
           CLOSE MEMO-FILE.

       6100-WRITE-ONE-MEMO.
           MOVE WS-MM-ACCOUNT-NO (MEMO-IDX) TO NM-ACCOUNT-NO
           MOVE WS-MM-CURRENCY (MEMO-IDX) TO NM-CURRENCY-CODE
           MOVE WS-MM-SUSPENDED-DATE (MEMO-IDX) TO NM-SUSPENDED-DATE
           MOVE WS-MM-ENTRY-DPD (MEMO-IDX) TO NM-ENTRY-DAYS-PAST-DUE
           MOVE WS-MM-LAST-MEMO-DATE (MEMO-IDX) TO NM-LAST-MEMO-DATE
           MOVE WS-MM-MEMO-INTEREST (MEMO-IDX) TO NM-MEMO-INTEREST
           WRITE NONACCRUAL-MEMO-RECORD
           ADD 1 TO WS-HELD
           ADD WS-MM-MEMO-INTEREST (MEMO-IDX) TO WS-MEMO-HELD
           MOVE WS-MM-MEMO-INTEREST (MEMO-IDX) TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-MM-ACCOUNT-NO (MEMO-IDX)
               ' ' WS-MM-CURRENCY (MEMO-IDX)
               '  SINCE ' WS-MM-SUSPENDED-DATE (MEMO-IDX)
               '  MEMO ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           IF NOT MM-SEEN (MEMO-IDX)
               MOVE 'NOT ON MASTER' TO REPORT-LINE (64:13)
           END-IF
           WRITE REPORT-LINE.

       7000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ENTRIES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ENTRIES (SUSPENDED): ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXITS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EXITS (REINSTATED) : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-RELEASED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MEMOS RELEASED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HELD TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS HELD      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-REWRITE-FAILED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REWRITES FAILED    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MEMO-ACCRUED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MEMO ACCRUED TONITE: ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MEMO-RELEASED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MEMO RELEASED      : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-MEMO-HELD TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MEMO HELD IN SUSP. : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF WS-REWRITE-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE LOAN-MASTER
           IF DISB-MASTER-OPEN
               CLOSE DISBURSE-MASTER
           END-IF
           CLOSE AUDIT-FILE
           CLOSE CAPTURE-FILE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'SUSPENDE' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-WRITTEN = WS-ENTRIES + WS-EXITS
           MOVE WS-REWRITE-FAILED TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
