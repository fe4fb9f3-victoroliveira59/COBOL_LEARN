      *                  control card overrides, and reports the
      *                  generation number with its source-program
      *                  breakdown
      * 15/10/26 MAINT   Interest accrues only on the disbursed part
      *                  of the principal: the approved amount not
      *                  yet released on the DISBMSTDD disbursement
      *                  master is left out of the accrual base
      *                  (no record there, or no file, means fully
      *                  disbursed)
      * 15/10/26 MAINT   Participations honored: the interest and
      *                  penalty on the output record are split by
      *                  the percentage sold on the PARTMSTDD
      *                  participation master, the participants'
      *                  part carried beside the gross amounts (no
      *                  record there, or no file, means none sold)
      * 15/10/26 MAINT   Step-rate loans: fixed rates scheduled by
      *                  date on the RATESTPDD rate-step file.  A
      *                  step inside the value-dated accrual period
      *                  splits it at the step date; every step is
      *                  held to the product's rate floor and
      *                  ceiling (reject R008); in posting mode the
      *                  master takes the rate in force, audited on
      *                  LOANAUDD as a rate modification
      * 15/10/26 MAINT   Loan audit records name this run as maker,
      *                  with no checker
      * 15/10/26 MAINT   Partitioned sweep: the control card can give
      *                  a partition number and master key range; the
      *                  step sweeps only that range into its own
      *                  output, reject, checkpoint and balance files
      *                  for JUNTA-PARTICOES to prove and merge, and
      *                  leaves the trailer to the merge.  Checkpoints
      *                  carry the partition and the run totals so a
      *                  restart reports for the whole run
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-CUSTOMER-ID
             FILE STATUS IS WS-CUSTMAST-STATUS.
         SELECT DISBURSE-MASTER ASSIGN TO DISBMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DM-ACCOUNT-NO
             FILE STATUS IS WS-DISB-STATUS.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.
         SELECT RATE-STEP-FILE ASSIGN TO RATESTPDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEP-STATUS.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
            LO-PRODUCT-CODE BY SM-PRODUCT-CODE,
            LO-WITHHOLD-AMT BY SM-WITHHOLD-AMT,
            LO-BASE-WITHHOLD-AMT BY SM-BASE-WITHHOLD-AMT,
            LO-SOLD-PCT BY SM-SOLD-PCT,
            LO-SOLD-INTEREST-AMT BY SM-SOLD-INTEREST-AMT,
            LO-BASE-SOLD-INTEREST-AMT BY SM-BASE-SOLD-INTEREST-AMT,
            LO-SOLD-PENALTY-AMT BY SM-SOLD-PENALTY-AMT,
            LO-BASE-SOLD-PENALTY-AMT BY SM-BASE-SOLD-PENALTY-AMT,
            LO-SOURCE-CODE BY SM-SOURCE-CODE,
            LO-SRC-ACCRUAL BY SM-SRC-ACCRUAL,
            LO-SRC-FEE BY SM-SRC-FEE,
            RECORDING MODE IS F.
        01  CHECKPOINT-RECORD.
            05  CKPT-LAST-KEY           PIC X(10).
      *    The partition the checkpoint was taken for (zero for the
      *    single run) and the run's totals as they stood, so a
      *    restarted run reports for the whole run and not only
      *    for the part after the restart.
            05  CKPT-PARTITION-NO       PIC 9(02).
            05  CKPT-RECORDS-READ       PIC 9(7).
            05  CKPT-RECORDS-WRITTEN    PIC 9(7).
            05  CKPT-RECORDS-REJECTED   PIC 9(7).
            05  CKPT-ALREADY-POSTED     PIC 9(7).
            05  CKPT-RECORDS-INACTIVE   PIC 9(7).
            05  CKPT-TOTAL-PRINCIPAL    PIC 9(11)V99.
            05  CKPT-TOTAL-INTEREST     PIC S9(11)V99.
            05  CKPT-TOTAL-ORIG-INTEREST PIC S9(11)V99.
            05  CKPT-CAP-HASH-DELTA     PIC S9(13)V99.
            05  CKPT-RATE-STEPS-APPLIED PIC 9(07).

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
            CG-CHANGE-DATE BY CS-CHANGE-DATE,
            CG-SOURCE-PROGRAM BY CS-SOURCE-PROGRAM.

        FD  DISBURSE-MASTER
            RECORDING MODE IS F.
        COPY DISBMST.

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

        FD  RATE-STEP-FILE
            RECORDING MODE IS F.
        COPY RATESTEP.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
        COPY RATETAB.
        COPY PRODTAB.
        COPY TAXRTAB.
        COPY STEPTAB.
        01  WS-FLAGS.
            05  WS-EOF-INFILE           PIC X(01) VALUE 'N'.
                88  EOF-INFILE                     VALUE 'Y'.
            05  WS-LOAN-TRAILER-SEEN    PIC X(01) VALUE 'N'.
            05  WS-FEED-VERIFY          PIC X(01) VALUE 'N'.
                88  FEED-VERIFY-ON                 VALUE 'Y'.
            05  WS-PARTITION-MODE       PIC X(01) VALUE 'N'.
                88  PARTITION-MODE                 VALUE 'Y'.

        01  WS-FEED-TOTALS.
            05  WS-CURR-FEED-COUNT      PIC 9(07) VALUE ZERO.
                88  EOF-OVERDUE                    VALUE 'Y'.
            05  WS-OVERDUE-FOUND        PIC X(01) VALUE 'N'.
                88  OVERDUE-FOUND                  VALUE 'Y'.
            05  WS-DISB-STATUS          PIC X(02).
            05  WS-DISB-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  DISB-MASTER-OPEN               VALUE 'Y'.
            05  WS-PART-STATUS          PIC X(02).
            05  WS-PART-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  PART-MASTER-OPEN               VALUE 'Y'.

      *    Rate-step resolution for the loan in hand: where its
      *    steps start in the table, the stretch of the accrual
      *    period being worked and the product's rate band.
        01  WS-RATE-STEP-FIELDS.
            05  WS-STEP-STATUS          PIC X(02).
            05  WS-EOF-STEP             PIC X(01) VALUE 'N'.
                88  EOF-STEP                       VALUE 'Y'.
            05  WS-STEP-LOAN            PIC X(01) VALUE 'N'.
                88  STEP-LOAN                      VALUE 'Y'.
            05  WS-STEP-WALK-END        PIC X(01) VALUE 'N'.
                88  STEP-WALK-END                  VALUE 'Y'.
            05  WS-RATE-STEPPED         PIC X(01) VALUE 'N'.
                88  RATE-STEPPED                   VALUE 'Y'.
            05  WS-STEP-START-SUB       PIC 9(05).
            05  WS-STEP-SUB             PIC 9(05).
            05  WS-STEP-AS-OF           PIC 9(08).
            05  WS-STEP-RATE            PIC S9(3)V9(4).
            05  WS-STEP-CHECK-RATE      PIC S9(3)V9(4).
            05  WS-STEP-FLOOR-PCT       PIC S9(3)V9(4).
            05  WS-STEP-CEILING-PCT     PIC S9(3)V9(4).
            05  WS-SEG-FROM-DATE        PIC 9(08).
            05  WS-SEG-TO-DATE          PIC 9(08).
            05  WS-SEG-RATE-PCT         PIC S9(3)V9(4).
            05  WS-NEXT-RATE-PCT        PIC S9(3)V9(4).
            05  WS-STEP-INTEREST        PIC S9(9)V99.
            05  WS-STEP-BASE-SAVE       PIC 9(9)V99.
            05  WS-RATE-STEPS-APPLIED   PIC 9(07) VALUE ZERO.

        01  WS-CHECKPOINT-FIELDS.
            05  WS-RESTART-KEY          PIC X(10).
            05  WS-INTEREST-YEARS       PIC 9(3)V9(4).
            05  WS-INTEREST-RATE        PIC 9(1)V9(6).
            05  WS-NEW-PRINCIPAL        PIC 9(11)V9999.
            05  WS-ACCRUAL-BASE         PIC 9(9)V99.
            05  WS-UNDISBURSED-AMT      PIC 9(9)V99.
            05  WS-DAYS                 PIC 9(5).
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-DAILY-RATE           PIC 9(1)V9(8) VALUE ZERO.
            05  WS-TODAY-DATE           PIC 9(08).
            05  WS-POSTING-DATE         PIC 9(08).
            05  WS-ACCRUAL-AS-OF-DATE   PIC 9(08).
            05  WS-PERIOD-FROM-DATE     PIC 9(08).
            05  WS-PERIOD-TO-DATE       PIC 9(08).
            05  WS-DAYS-ELAPSED         PIC S9(7).
            05  WS-EFFECTIVE-TERM-MONTHS PIC 9(05).
            05  WS-EFFECTIVE-DAYS       PIC 9(05).
                   MOVE 'F' TO CC-PROCESS-SCOPE
                   MOVE ZERO TO CC-REJECT-TOLERANCE-PCT
                   MOVE 'N' TO CC-CAPTURE-OVERRIDE
                   MOVE ZERO TO CC-PARTITION-NO
                   MOVE SPACES TO CC-PARTITION-LOW-KEY
                   MOVE SPACES TO CC-PARTITION-HIGH-KEY
           END-READ
           CLOSE CONTROL-FILE
           PERFORM 1050-VALIDATE-CONTROL-CARD
           PERFORM 1300-GET-SYSTEM-DATE
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1250-LOAD-RATE-INDEX-TABLE
           PERFORM 1260-LOAD-RATE-STEP-TABLE
           PERFORM 1270-OPEN-OVERDUE-FILE
           PERFORM 1280-LOAD-PRODUCT-TABLE
           PERFORM 1290-LOAD-TAX-RATE-TABLE
                   WS-CUSTMAST-STATUS
               MOVE 'Y' TO WS-EOF-INFILE
           END-IF
      *    Without the disbursement master every loan accrues on its
      *    full principal, as before the file existed.
           OPEN INPUT DISBURSE-MASTER
           IF WS-DISB-STATUS = '00'
               MOVE 'Y' TO WS-DISB-MASTER-OPEN
           END-IF
      *    Likewise without the participation master the whole of
      *    every accrual is ours.
           OPEN INPUT PARTICIPATION-MASTER
           IF WS-PART-STATUS = '00'
               MOVE 'Y' TO WS-PART-MASTER-OPEN
           END-IF
      *    A simulation touches nothing real: results go only to the
      *    simulation file, and the production reject and amort
      *    files are left closed and untouched.  OUTFILE is opened
                   OPEN EXTEND REJECT-FILE
                   OPEN EXTEND AMORT-FILE
               ELSE
      *            A partition writes its own output, which
      *            JUNTA-PARTICOES adds to the YTD chain.
                   IF (CC-RUN-BATCH AND CC-YTD-RESET-YES)
                           OR PARTITION-MODE
                       OPEN OUTPUT OUTFILE
                   ELSE
                       OPEN EXTEND OUTFILE
                   OPEN OUTPUT REJECT-FILE
                   OPEN OUTPUT AMORT-FILE
               END-IF
               IF CC-POSTING-YES
                   OPEN EXTEND AUDIT-FILE
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 1060-WRITE-OPTIONS-ECHO
           PERFORM 1400-CHECK-INCREMENTAL
           IF PARTITION-MODE AND NOT EOF-INFILE
               PERFORM 1450-POSITION-PARTITION
           END-IF
           PERFORM 2100-READ-INFILE.

       1060-WRITE-OPTIONS-ECHO.
               '   LATE FEE: ' CC-LATE-FEE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF PARTITION-MODE
               MOVE SPACES TO REPORT-LINE
               STRING 'PARTITION          : ' CC-PARTITION-NO
                   '   KEYS FROM: ' CC-PARTITION-LOW-KEY
                   '   BELOW: ' CC-PARTITION-HIGH-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

               CLOSE GENERATION-CTL-FILE
           END-IF.

      *    A partition sweeps only its own key range: the master is
      *    positioned at the low key (or just past the checkpoint
      *    on a restart) and 2100 stops at the high key.
       1450-POSITION-PARTITION.
           IF RESTART-IN-PROGRESS
               MOVE WS-RESTART-KEY TO LI-ACCOUNT-NO
               START INFILE
                   KEY IS GREATER THAN LI-ACCOUNT-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-INFILE
               END-START
           ELSE
               IF CC-PARTITION-LOW-KEY NOT = SPACES
                   MOVE CC-PARTITION-LOW-KEY TO LI-ACCOUNT-NO
                   START INFILE
                       KEY IS NOT LESS THAN LI-ACCOUNT-NO
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-INFILE
                   END-START
               END-IF
           END-IF.

      *    Every JRSCTL field edited before the run starts: bad
      *    letters abort loudly instead of falling into a default
      *    mode.  Blank trailing numeric options normalize to zero.
               DISPLAY 'BAD CAPTURE OVERRIDE    : '
                   CC-CAPTURE-OVERRIDE
           END-IF
           MOVE 'N' TO WS-PARTITION-MODE
           IF CC-PARTITION-NO = SPACES
               MOVE ZERO TO CC-PARTITION-NO
           END-IF
           IF CC-PARTITION-NO NOT NUMERIC
               ADD 1 TO WS-CARD-ERROR-COUNT
               DISPLAY 'BAD PARTITION NUMBER'
           ELSE
               IF CC-PARTITION-NO > ZERO
                   MOVE 'Y' TO WS-PARTITION-MODE
               END-IF
           END-IF
           IF PARTITION-MODE
               IF NOT CC-RUN-BATCH OR CC-SIM-YES
                       OR CC-SCOPE-INCREMENTAL
                   ADD 1 TO WS-CARD-ERROR-COUNT
                   DISPLAY 'PARTITION ONLY ON A FULL BATCH SWEEP'
               END-IF
               IF CC-PARTITION-LOW-KEY NOT = SPACES
                       AND CC-PARTITION-HIGH-KEY NOT = SPACES
                       AND CC-PARTITION-LOW-KEY
                           NOT < CC-PARTITION-HIGH-KEY
                   ADD 1 TO WS-CARD-ERROR-COUNT
                   DISPLAY 'BAD PARTITION KEY RANGE : '
                       CC-PARTITION-LOW-KEY ' - '
                       CC-PARTITION-HIGH-KEY
               END-IF
           END-IF
           IF WS-CARD-ERROR-COUNT > ZERO
               DISPLAY 'CONTROL CARD INVALID, ERRORS: '
                   WS-CARD-ERROR-COUNT ' - RUN ABORTED'
                       NOT AT END
                           MOVE 'Y' TO WS-RESTART-MODE
                           MOVE CKPT-LAST-KEY TO WS-RESTART-KEY
                           PERFORM 1150-RESTORE-CHECKPOINT
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

      *    A checkpoint left by another partition (or by the single
      *    run) means the step was given the wrong CHECKPTDD:
      *    restarting from it would skip accounts that never ran.
      *    Checkpoints from before the totals were carried restart
      *    with the totals at zero, as they always did.
       1150-RESTORE-CHECKPOINT.
           IF CKPT-PARTITION-NO IS NUMERIC
               IF CKPT-PARTITION-NO NOT = CC-PARTITION-NO
                   DISPLAY 'CHECKPOINT IS FOR PARTITION '
                       CKPT-PARTITION-NO ', NOT ' CC-PARTITION-NO
                       ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CKPT-RECORDS-READ IS NUMERIC
                       AND CKPT-TOTAL-PRINCIPAL IS NUMERIC
                       AND CKPT-CAP-HASH-DELTA IS NUMERIC
                   MOVE CKPT-RECORDS-READ TO WS-RECORDS-READ
                   MOVE CKPT-RECORDS-WRITTEN TO WS-RECORDS-WRITTEN
                   MOVE CKPT-RECORDS-REJECTED TO WS-RECORDS-REJECTED
                   MOVE CKPT-ALREADY-POSTED
                       TO WS-RECORDS-ALREADY-POSTED
                   MOVE CKPT-RECORDS-INACTIVE TO WS-RECORDS-INACTIVE
                   MOVE CKPT-TOTAL-PRINCIPAL TO WS-TOTAL-PRINCIPAL
                   MOVE CKPT-TOTAL-INTEREST TO WS-TOTAL-INTEREST
                   MOVE CKPT-TOTAL-ORIG-INTEREST
                       TO WS-TOTAL-ORIG-INTEREST
                   MOVE CKPT-CAP-HASH-DELTA TO WS-CAP-HASH-DELTA
                   MOVE CKPT-RATE-STEPS-APPLIED
                       TO WS-RATE-STEPS-APPLIED
               END-IF
           ELSE
               IF PARTITION-MODE
                   DISPLAY 'CHECKPOINT CARRIES NO PARTITION'
                       ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1200-LOAD-CURRENCY-TABLE.
           MOVE ZERO TO WS-CURRENCY-COUNT
           MOVE 'N' TO WS-EOF-CURRENCY
               END-IF
           END-IF.

      *    No step file means no promotional loans: every fixed rate
      *    stays as keyed on the master.
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

      *    The resolution walks a loan's steps oldest first from its
      *    first entry, so the file must arrive in account and date
      *    order with no date twice - anything else is a bad file.
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

      *    The file stays open through the run and advances in step
      *    with the master sweep in 3620-POSITION-OVERDUE.
       1270-OPEN-OVERDUE-FILE.
               MOVE 'Y' TO WS-LOAN-HEADER-SEEN
           ELSE
               MOVE 'Y' TO WS-LOAN-TRAILER-SEEN
      *        A partition holds only its share of the counts; the
      *        merge proves the sum of the partitions to the trailer.
               IF FEED-VERIFY-ON AND NOT PARTITION-MODE
                   IF LF-RECORD-COUNT NOT = WS-LOAN-FEED-COUNT
                   OR LF-HASH-TOTAL NOT = WS-LOAN-FEED-HASH
                       DISPLAY 'LOAN EXTRACT TRAILER DISAGREES:'
                   READ INFILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-INFILE
                       NOT AT END
                           IF PARTITION-MODE
                                   AND CC-PARTITION-HIGH-KEY
                                       NOT = SPACES
                                   AND LI-ACCOUNT-NO
                                       NOT < CC-PARTITION-HIGH-KEY
                               MOVE 'Y' TO WS-EOF-INFILE
                           END-IF
                   END-READ
           END-EVALUATE.

           END-IF.

       2200-VALIDATE-LOAN.
           MOVE 'N' TO WS-STEP-LOAN
           MOVE 'Y' TO WS-RECORD-VALID
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-TEXT
                       MOVE 'NEGATIVE RATE' TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
           IF RECORD-IS-VALID
                   AND LI-RATE-INDEX-CODE = SPACES
                   AND WS-RATE-STEP-COUNT > ZERO
               PERFORM 2380-CHECK-RATE-STEPS
           END-IF.

      *    Steps apply to fixed-rate loans only.  Each step this run
      *    will accrue on - the one in force when the period opens
      *    and every one falling inside it - must sit inside the
      *    product's rate band, the same limits MANTEM-EMPRESTIMOS
      *    holds a keyed rate to (a zero ceiling means no limits).
       2380-CHECK-RATE-STEPS.
           SET STEP-IDX TO 1
           SEARCH RATE-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN SP-ACCOUNT-NO (STEP-IDX) = LI-ACCOUNT-NO
                   MOVE 'Y' TO WS-STEP-LOAN
                   SET WS-STEP-START-SUB TO STEP-IDX
           END-SEARCH
           IF STEP-LOAN
               PERFORM 2385-FIND-RATE-BAND
               IF CC-VALUE-DATE-YES
                   MOVE LI-LAST-POSTED-DATE TO WS-STEP-AS-OF
               ELSE
                   MOVE WS-TODAY-DATE TO WS-STEP-AS-OF
               END-IF
               PERFORM 3045-FIND-RATE-IN-FORCE
               MOVE WS-STEP-RATE TO WS-STEP-CHECK-RATE
               PERFORM 2390-CHECK-STEP-IN-BAND
               MOVE 'N' TO WS-STEP-WALK-END
               PERFORM VARYING WS-STEP-SUB FROM WS-STEP-START-SUB
                       BY 1
                       UNTIL WS-STEP-SUB > WS-RATE-STEP-COUNT
                       OR STEP-WALK-END OR NOT RECORD-IS-VALID
                   IF SP-ACCOUNT-NO (WS-STEP-SUB) NOT = LI-ACCOUNT-NO
                           OR SP-EFFECTIVE-DATE (WS-STEP-SUB)
                               > WS-POSTING-DATE
                       MOVE 'Y' TO WS-STEP-WALK-END
                   ELSE
                       IF SP-EFFECTIVE-DATE (WS-STEP-SUB)
                               > WS-STEP-AS-OF
                           MOVE SP-RATE-PCT (WS-STEP-SUB)
                               TO WS-STEP-CHECK-RATE
                           PERFORM 2390-CHECK-STEP-IN-BAND
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2385-FIND-RATE-BAND.
           MOVE ZERO TO WS-STEP-FLOOR-PCT
           MOVE ZERO TO WS-STEP-CEILING-PCT
           IF LI-PRODUCT-CODE NOT = SPACES
                   AND WS-PRODUCT-COUNT > ZERO
               SET PROD-IDX TO 1
               SEARCH PRODUCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PR-PRODUCT-CODE (PROD-IDX) = LI-PRODUCT-CODE
                       MOVE PR-RATE-FLOOR-PCT (PROD-IDX)
                           TO WS-STEP-FLOOR-PCT
                       MOVE PR-RATE-CEILING-PCT (PROD-IDX)
                           TO WS-STEP-CEILING-PCT
               END-SEARCH
           END-IF.

       2390-CHECK-STEP-IN-BAND.
           IF WS-STEP-CHECK-RATE < ZERO
               MOVE 'N' TO WS-RECORD-VALID
               MOVE 'R002' TO WS-REJECT-CODE
               MOVE 'NEGATIVE RATE' TO WS-REJECT-TEXT
           ELSE
               IF WS-STEP-CEILING-PCT > ZERO
                   IF WS-STEP-CHECK-RATE < WS-STEP-FLOOR-PCT
                       OR WS-STEP-CHECK-RATE > WS-STEP-CEILING-PCT
                       MOVE 'N' TO WS-RECORD-VALID
                       MOVE 'R008' TO WS-REJECT-CODE
                       MOVE 'STEP RATE OUTSIDE PROD LIMITS'
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       2370-LOOKUP-RATE-INDEX.
               WS-EFFECTIVE-RATE-PCT / 100
           PERFORM 3020-SET-DAY-COUNT-BASIS
           PERFORM 3050-DETERMINE-ACCRUAL-PERIOD
           PERFORM 3030-SET-ACCRUAL-BASE
           IF STEP-LOAN AND CC-VALUE-DATE-YES
               PERFORM 3040-ACCRUE-BY-RATE-STEPS
           ELSE
               PERFORM 3090-APPLY-INTEREST-MODE
           END-IF
           MOVE LI-ACCOUNT-NO     TO LO-ACCOUNT-NO
           MOVE LI-CURRENCY-CODE  TO LO-CURRENCY-CODE
           MOVE LI-PRINCIPAL      TO LO-PRINCIPAL
           PERFORM 3600-ACCRUE-PENALTY
           PERFORM 3700-COMPUTE-WITHHOLDING
           PERFORM 3400-CONVERT-TO-BASE-CURRENCY
           PERFORM 3800-SPLIT-PARTICIPATION
           IF CC-AMORT-YES AND NOT CC-SIM-YES
               PERFORM 3500-WRITE-AMORTIZATION-SCHEDULE
           END-IF.

      *    Fixed-rate loans keep their contracted LI-RATE-PCT, or the
      *    scheduled step in force today; index-linked loans resolve
      *    to the published index plus spread.
       3010-RESOLVE-EFFECTIVE-RATE.
           IF LI-RATE-INDEX-CODE = SPACES
               MOVE LI-RATE-PCT TO WS-EFFECTIVE-RATE-PCT
               IF STEP-LOAN
                   MOVE WS-TODAY-DATE TO WS-STEP-AS-OF
                   PERFORM 3045-FIND-RATE-IN-FORCE
                   MOVE WS-STEP-RATE TO WS-EFFECTIVE-RATE-PCT
               END-IF
           ELSE
               PERFORM 2370-LOOKUP-RATE-INDEX
               COMPUTE WS-EFFECTIVE-RATE-PCT =
                   WS-INDEX-RATE-PCT + LI-RATE-SPREAD
           END-IF
           IF CC-SIM-YES
               PERFORM 3015-APPLY-SIMULATION
           END-IF.

       3015-APPLY-SIMULATION.
           IF CC-SIM-RATE-OVERRIDE IS NUMERIC
                   AND CC-SIM-RATE-OVERRIDE > ZERO
               MOVE CC-SIM-RATE-OVERRIDE TO WS-EFFECTIVE-RATE-PCT
           ELSE
               IF CC-SIM-SHIFT-BP IS NUMERIC
                   COMPUTE WS-EFFECTIVE-RATE-PCT =
                       WS-EFFECTIVE-RATE-PCT +
                       (CC-SIM-SHIFT-BP / 100)
               END-IF
           END-IF
           IF WS-EFFECTIVE-RATE-PCT < ZERO
               MOVE ZERO TO WS-EFFECTIVE-RATE-PCT
           END-IF.

      *    A step falling inside the value-dated accrual period splits
      *    it at the step date: each stretch accrues at the rate in
      *    force over it, the compound modes carrying one stretch's
      *    interest into the base of the next.  The rate reported on
      *    the output is the last stretch's.
       3040-ACCRUE-BY-RATE-STEPS.
           MOVE WS-ACCRUAL-BASE TO WS-STEP-BASE-SAVE
           MOVE ZERO TO WS-STEP-INTEREST
           MOVE LI-LAST-POSTED-DATE TO WS-SEG-FROM-DATE
           MOVE WS-SEG-FROM-DATE TO WS-STEP-AS-OF
           PERFORM 3045-FIND-RATE-IN-FORCE
           MOVE WS-STEP-RATE TO WS-SEG-RATE-PCT
           PERFORM UNTIL WS-SEG-FROM-DATE NOT < WS-ACCRUAL-AS-OF-DATE
               PERFORM 3046-FIND-NEXT-STEP
               PERFORM 3048-ACCRUE-ONE-STRETCH
               MOVE WS-SEG-TO-DATE TO WS-SEG-FROM-DATE
               MOVE WS-NEXT-RATE-PCT TO WS-SEG-RATE-PCT
           END-PERFORM
           MOVE WS-STEP-BASE-SAVE TO WS-ACCRUAL-BASE
           MOVE WS-STEP-INTEREST TO LO-INTEREST-AMT
           COMPUTE LO-NEW-BALANCE ROUNDED =
               LI-PRINCIPAL + LO-INTEREST-AMT.

      *    The rate in force on WS-STEP-AS-OF: the latest step dated
      *    on or before it, else the contracted rate on the master.
       3045-FIND-RATE-IN-FORCE.
           MOVE LI-RATE-PCT TO WS-STEP-RATE
           MOVE 'N' TO WS-STEP-WALK-END
           PERFORM VARYING WS-STEP-SUB FROM WS-STEP-START-SUB BY 1
                   UNTIL WS-STEP-SUB > WS-RATE-STEP-COUNT
                   OR STEP-WALK-END
               IF SP-ACCOUNT-NO (WS-STEP-SUB) NOT = LI-ACCOUNT-NO
                       OR SP-EFFECTIVE-DATE (WS-STEP-SUB)
                           > WS-STEP-AS-OF
                   MOVE 'Y' TO WS-STEP-WALK-END
               ELSE
                   MOVE SP-RATE-PCT (WS-STEP-SUB) TO WS-STEP-RATE
               END-IF
           END-PERFORM.

      *    End of the current stretch: the next step dated after its
      *    start and before the as-of date, else the as-of date.
       3046-FIND-NEXT-STEP.
           MOVE WS-ACCRUAL-AS-OF-DATE TO WS-SEG-TO-DATE
           MOVE WS-SEG-RATE-PCT TO WS-NEXT-RATE-PCT
           MOVE 'N' TO WS-STEP-WALK-END
           PERFORM VARYING WS-STEP-SUB FROM WS-STEP-START-SUB BY 1
                   UNTIL WS-STEP-SUB > WS-RATE-STEP-COUNT
                   OR STEP-WALK-END
               IF SP-ACCOUNT-NO (WS-STEP-SUB) NOT = LI-ACCOUNT-NO
                   MOVE 'Y' TO WS-STEP-WALK-END
               ELSE
                   IF SP-EFFECTIVE-DATE (WS-STEP-SUB)
                           > WS-SEG-FROM-DATE
                       MOVE 'Y' TO WS-STEP-WALK-END
                       IF SP-EFFECTIVE-DATE (WS-STEP-SUB)
                               < WS-ACCRUAL-AS-OF-DATE
                           MOVE SP-EFFECTIVE-DATE (WS-STEP-SUB)
                               TO WS-SEG-TO-DATE
                           MOVE SP-RATE-PCT (WS-STEP-SUB)
                               TO WS-NEXT-RATE-PCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3048-ACCRUE-ONE-STRETCH.
           MOVE WS-SEG-RATE-PCT TO WS-EFFECTIVE-RATE-PCT
           IF CC-SIM-YES
               PERFORM 3015-APPLY-SIMULATION
           END-IF
           COMPUTE WS-INTEREST-RATE ROUNDED =
               WS-EFFECTIVE-RATE-PCT / 100
           MOVE WS-SEG-FROM-DATE TO WS-PERIOD-FROM-DATE
           MOVE WS-SEG-TO-DATE TO WS-PERIOD-TO-DATE
           PERFORM 3055-COUNT-PERIOD-DAYS
           PERFORM 3090-APPLY-INTEREST-MODE
           ADD LO-INTEREST-AMT TO WS-STEP-INTEREST
           IF CC-MODE-MONTHLY-COMPOUND OR CC-MODE-DAILY-COMPOUND
               ADD LO-INTEREST-AMT TO WS-ACCRUAL-BASE
           END-IF.

      *    Approved principal not yet released to the borrower does
      *    not earn interest.  The balance capitalizes on the full
      *    LI-PRINCIPAL, only the accrual is on the disbursed part.
       3030-SET-ACCRUAL-BASE.
           MOVE LI-PRINCIPAL TO WS-ACCRUAL-BASE
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
               MOVE ZERO TO WS-ACCRUAL-BASE
           ELSE
               SUBTRACT WS-UNDISBURSED-AMT FROM WS-ACCRUAL-BASE
           END-IF.

      *    Penalty accrues daily on the overdue position once the
           COMPUTE LO-BASE-WITHHOLD-AMT ROUNDED =
               LO-WITHHOLD-AMT * WS-CONVERSION-RATE.

      *    The participants' part of the accrual, at the percentage
      *    sold on the participation master.  The loan still
      *    capitalizes its full interest; only the income is split.
       3800-SPLIT-PARTICIPATION.
           MOVE ZERO TO LO-SOLD-PCT
           IF PART-MASTER-OPEN
               MOVE LI-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-ACTIVE
                           MOVE PM-SOLD-PCT TO LO-SOLD-PCT
                       END-IF
               END-READ
           END-IF
           COMPUTE LO-SOLD-INTEREST-AMT ROUNDED =
               LO-INTEREST-AMT * LO-SOLD-PCT / 100
           COMPUTE LO-BASE-SOLD-INTEREST-AMT ROUNDED =
               LO-BASE-INTEREST-AMT * LO-SOLD-PCT / 100
           COMPUTE LO-SOLD-PENALTY-AMT ROUNDED =
               LO-PENALTY-AMT * LO-SOLD-PCT / 100
           COMPUTE LO-BASE-SOLD-PENALTY-AMT ROUNDED =
               LO-BASE-PENALTY-AMT * LO-SOLD-PCT / 100.

       3500-WRITE-AMORTIZATION-SCHEDULE.
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-INTEREST-RATE / 12
           IF WS-MONTHLY-RATE = ZERO
               MOVE WS-TODAY-DATE TO WS-BUSDAY-DATE
               CALL 'DATE-BUSDAY' USING WS-BUSDAY-PARM
               MOVE WS-BUSDAY-RESULT TO WS-ACCRUAL-AS-OF-DATE
               MOVE LI-LAST-POSTED-DATE TO WS-PERIOD-FROM-DATE
               MOVE WS-ACCRUAL-AS-OF-DATE TO WS-PERIOD-TO-DATE
               PERFORM 3055-COUNT-PERIOD-DAYS
           ELSE
               MOVE WS-TODAY-DATE TO WS-ACCRUAL-AS-OF-DATE
               MOVE LI-TERM-MONTHS TO WS-EFFECTIVE-TERM-MONTHS
               END-IF
           END-IF.

      *    Days and months between WS-PERIOD-FROM-DATE and
      *    WS-PERIOD-TO-DATE under the loan's day-count convention.
       3055-COUNT-PERIOD-DAYS.
           IF LI-DCC-30-360
               PERFORM 3060-COMPUTE-DAYS-360
           ELSE
               COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM-DATE)
           END-IF
           MOVE WS-DAYS-ELAPSED TO WS-EFFECTIVE-DAYS
           COMPUTE WS-EFFECTIVE-TERM-MONTHS ROUNDED =
               WS-DAYS-ELAPSED / 30.

      *    US 30/360: day-of-month capped at 30 on both ends.
       3060-COMPUTE-DAYS-360.
           MOVE WS-PERIOD-FROM-DATE(1:4) TO WS-D360-Y1
           MOVE WS-PERIOD-FROM-DATE(5:2) TO WS-D360-M1
           MOVE WS-PERIOD-FROM-DATE(7:2) TO WS-D360-D1
           MOVE WS-PERIOD-TO-DATE(1:4) TO WS-D360-Y2
           MOVE WS-PERIOD-TO-DATE(5:2) TO WS-D360-M2
           MOVE WS-PERIOD-TO-DATE(7:2) TO WS-D360-D2
           IF WS-D360-D1 > 30
               MOVE 30 TO WS-D360-D1
           END-IF
               ((WS-D360-M2 - WS-D360-M1) * 30) +
               (WS-D360-D2 - WS-D360-D1).

       3090-APPLY-INTEREST-MODE.
           EVALUATE TRUE
               WHEN CC-MODE-MONTHLY-COMPOUND
                   PERFORM 3200-MONTHLY-COMPOUND-INTEREST
               WHEN CC-MODE-DAILY-COMPOUND
                   PERFORM 3300-DAILY-COMPOUND-INTEREST
               WHEN OTHER
                   PERFORM 3100-SIMPLE-INTEREST
           END-EVALUATE.

       3100-SIMPLE-INTEREST.
           IF WS-DAY-COUNT-DENOM = ZERO
               COMPUTE WS-INTEREST-YEARS ROUNDED =
                   WS-EFFECTIVE-DAYS / WS-DAY-COUNT-DENOM
           END-IF
           COMPUTE LO-INTEREST-AMT ROUNDED =
               WS-ACCRUAL-BASE * WS-INTEREST-RATE * WS-INTEREST-YEARS
           COMPUTE LO-NEW-BALANCE ROUNDED =
               LI-PRINCIPAL + LO-INTEREST-AMT.

       3200-MONTHLY-COMPOUND-INTEREST.
           COMPUTE WS-NEW-PRINCIPAL ROUNDED =
               WS-ACCRUAL-BASE *
               ((1 + (WS-INTEREST-RATE / 12))
                   ** WS-EFFECTIVE-TERM-MONTHS)
           COMPUTE LO-INTEREST-AMT ROUNDED =
               WS-NEW-PRINCIPAL - WS-ACCRUAL-BASE
           COMPUTE LO-NEW-BALANCE ROUNDED =
               LI-PRINCIPAL + LO-INTEREST-AMT.

       3300-DAILY-COMPOUND-INTEREST.
           MOVE WS-EFFECTIVE-DAYS TO WS-DAYS
                   WS-INTEREST-RATE / WS-DAY-COUNT-DENOM
           END-IF
           COMPUTE WS-NEW-PRINCIPAL ROUNDED =
               WS-ACCRUAL-BASE *
               ((1 + WS-DAILY-RATE) ** WS-DAYS)
           COMPUTE LO-INTEREST-AMT ROUNDED =
               WS-NEW-PRINCIPAL - WS-ACCRUAL-BASE
           COMPUTE LO-NEW-BALANCE ROUNDED =
               LI-PRINCIPAL + LO-INTEREST-AMT.

       4000-WRITE-OUTFILE.
           IF CC-SIM-YES
                   LO-NEW-BALANCE - LI-PRINCIPAL
               MOVE LO-NEW-BALANCE TO LI-PRINCIPAL
               MOVE WS-POSTING-DATE TO LI-LAST-POSTED-DATE
      *        A step reached by this posting becomes the master rate,
      *        audited as a rate modification.  The audit images are
      *        taken after the capitalization so the principal proof
      *        sees no movement from it.
               MOVE 'N' TO WS-RATE-STEPPED
               IF STEP-LOAN
                   MOVE WS-ACCRUAL-AS-OF-DATE TO WS-STEP-AS-OF
                   PERFORM 3045-FIND-RATE-IN-FORCE
                   IF WS-STEP-RATE NOT = LI-RATE-PCT
                       MOVE 'Y' TO WS-RATE-STEPPED
                       PERFORM 5300-BUILD-OLD-AUDIT
                       MOVE WS-STEP-RATE TO LI-RATE-PCT
                       PERFORM 5200-BUILD-NEW-AUDIT
                   END-IF
               END-IF
               REWRITE LOAN-INPUT-RECORD
                   INVALID KEY
                       CONTINUE
      *        that actually landed on the master.
               IF WS-INFILE-STATUS = '00'
                   ADD WS-CAP-DELTA-WORK TO WS-CAP-HASH-DELTA
                   IF RATE-STEPPED
                       PERFORM 5000-WRITE-AUDIT
                       ADD 1 TO WS-RATE-STEPS-APPLIED
                   END-IF
               ELSE
                   DISPLAY 'CAPITALIZE REWRITE FAILED FOR '
                       'ACCOUNT ' LI-ACCOUNT-NO ' STATUS='
               END-IF
           END-IF.

       5000-WRITE-AUDIT.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           MOVE LI-ACCOUNT-NO TO LA-ACCOUNT-NO
           MOVE 'M' TO LA-TRAN-CODE
           MOVE WS-TODAY-DATE TO LA-AUDIT-DATE
           MOVE WS-SYSTEM-DATE-UTC-HOUR TO LA-AUDIT-UTC-HOUR
           MOVE WS-SYSTEM-DATE-UTC-MINUTE TO LA-AUDIT-UTC-MINUTE
           MOVE 'CALCJRS ' TO LA-MAKER-ID
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

       4200-WRITE-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNTER
           IF WS-CHECKPOINT-COUNTER >= WS-CHECKPOINT-INTERVAL
                   AND NOT CC-SIM-YES
                   AND NOT CC-SCOPE-INCREMENTAL
               MOVE LI-ACCOUNT-NO TO CKPT-LAST-KEY
               MOVE CC-PARTITION-NO TO CKPT-PARTITION-NO
               MOVE WS-RECORDS-READ TO CKPT-RECORDS-READ
               MOVE WS-RECORDS-WRITTEN TO CKPT-RECORDS-WRITTEN
               MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED
               MOVE WS-RECORDS-ALREADY-POSTED TO CKPT-ALREADY-POSTED
               MOVE WS-RECORDS-INACTIVE TO CKPT-RECORDS-INACTIVE
               MOVE WS-TOTAL-PRINCIPAL TO CKPT-TOTAL-PRINCIPAL
               MOVE WS-TOTAL-INTEREST TO CKPT-TOTAL-INTEREST
               MOVE WS-TOTAL-ORIG-INTEREST TO CKPT-TOTAL-ORIG-INTEREST
               MOVE WS-CAP-HASH-DELTA TO CKPT-CAP-HASH-DELTA
               MOVE WS-RATE-STEPS-APPLIED TO CKPT-RATE-STEPS-APPLIED
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.

       9000-TERMINATE.
      *    A partition leaves the trailer to the merge: the
      *    partitions run at once and only one may rewrite it.
           IF CC-POSTING-YES AND NOT PARTITION-MODE
               PERFORM 8000-UPDATE-FEED-TRAILER
           END-IF
           IF FEED-VERIFY-ON AND NOT PARTITION-MODE
               IF WS-LOAN-HEADER-SEEN = 'N'
                   OR WS-LOAN-TRAILER-SEEN = 'N'
                   DISPLAY 'LOAN EXTRACT HEADER/TRAILER MISSING -'
           END-IF
           CLOSE INFILE
           CLOSE CUSTOMER-MASTER
           IF DISB-MASTER-OPEN
               CLOSE DISBURSE-MASTER
           END-IF
           IF PART-MASTER-OPEN
               CLOSE PARTICIPATION-MASTER
           END-IF
           IF WS-OVERDUE-STATUS = '00' OR WS-OVERDUE-STATUS = '10'
               CLOSE OVERDUE-FILE
           END-IF
               CLOSE OUTFILE
               CLOSE REJECT-FILE
               CLOSE AMORT-FILE
               IF CC-POSTING-YES
                   CLOSE AUDIT-FILE
               END-IF
           END-IF
           CLOSE REPORT-FILE.

           MOVE WS-TOTAL-PRINCIPAL TO BL-TOTAL-PRINCIPAL
           MOVE WS-TOTAL-ORIG-INTEREST TO BL-TOTAL-INTEREST
           MOVE WS-TOTAL-INTEREST TO BL-TOTAL-BASE-INTEREST
           MOVE CC-PARTITION-NO TO BL-PARTITION-NO
           MOVE CC-PARTITION-LOW-KEY TO BL-PARTITION-LOW-KEY
           MOVE CC-PARTITION-HIGH-KEY TO BL-PARTITION-HIGH-KEY
           MOVE WS-RECORDS-ALREADY-POSTED TO BL-RECORDS-ALREADY-POSTED
           MOVE WS-RECORDS-INACTIVE TO BL-RECORDS-INACTIVE
           IF FEED-VERIFY-ON
               MOVE 'Y' TO BL-FEED-VERIFIED
           ELSE
               MOVE 'N' TO BL-FEED-VERIFIED
           END-IF
           MOVE WS-LOAN-FEED-COUNT TO BL-FEED-COUNT
           MOVE WS-LOAN-FEED-HASH TO BL-FEED-HASH
           MOVE WS-CAP-HASH-DELTA TO BL-CAP-HASH-DELTA
           WRITE BALANCE-RECORD
           CLOSE BALANCE-FILE.

           MOVE SPACES TO REPORT-LINE
           MOVE 'CALCULO-JUROS BATCH CONTROL TOTALS' TO REPORT-LINE
           WRITE REPORT-LINE
           IF PARTITION-MODE
               MOVE SPACES TO REPORT-LINE
               STRING 'PARTITION ' CC-PARTITION-NO
                   ' - KEYS FROM ' CC-PARTITION-LOW-KEY
                   ' BELOW ' CC-PARTITION-HIGH-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-TODAY-DATE TO WS-FORMAT-DATE
           CALL 'DATE-FORMAT' USING WS-FORMAT-PARM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF CC-POSTING-YES AND NOT CC-SIM-YES
               MOVE WS-RATE-STEPS-APPLIED TO WS-EDIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING 'RATE STEPS APPLIED : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-TOTAL-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL PRINCIPAL     : ' WS-EDIT-AMOUNT
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           IF PARTITION-MODE
               MOVE SPACES TO RL-PROGRAM-NAME
               STRING 'CALCJR' CC-PARTITION-NO
                   DELIMITED BY SIZE INTO RL-PROGRAM-NAME
           ELSE
               MOVE 'CALCJRS ' TO RL-PROGRAM-NAME
           END-IF
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
