      *****************************************************************
      * Program name:    JUNTA-PARTICOES
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: merge step for the partitioned
      *                  CALCULO-JUROS sweep.  Reads the partitions'
      *                  balance records (PARTBALDD), output, reject,
      *                  amortization and audit files, each
      *                  concatenated in partition order, and proves
      *                  them before anything is merged: the key
      *                  ranges must cover the master without gap or
      *                  overlap, every partition must have run
      *                  tonight, each partition's output and rejects
      *                  must agree with its balance record, and the
      *                  partitions' record counts and principal
      *                  hashes must add up to the master trailer.
      *                  Only then are the outputs added to the YTD
      *                  chain and the single OUTFILEDD, REJECTDD,
      *                  AMORTDD, BALFILDD and control report the
      *                  downstream steps expect are written, and the
      *                  capitalized principal carried to the
      *                  trailer.  Records a restarted partition
      *                  wrote twice are dropped.  A partition out of
      *                  balance ends the run with return code 8 and
      *                  the YTD chain untouched.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JUNTA-PARTICOES.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO CONTROLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT PART-BALANCE-FILE ASSIGN TO PARTBALDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTBAL-STATUS.
         SELECT PART-OUTPUT-FILE ASSIGN TO PARTOUTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTOUT-STATUS.
         SELECT PART-REJECT-FILE ASSIGN TO PARTREJDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTREJ-STATUS.
         SELECT PART-AMORT-FILE ASSIGN TO PARTAMODD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTAMO-STATUS.
         SELECT PART-AUDIT-FILE ASSIGN TO PARTAUDDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARTAUD-STATUS.
         SELECT INFILE ASSIGN  TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-INFILE-STATUS.
         SELECT OUTFILE ASSIGN TO OUTFILEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OUTFILE-STATUS.
         SELECT REJECT-FILE ASSIGN TO REJECTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AMORT-FILE ASSIGN TO AMORTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT BALANCE-FILE ASSIGN TO BALFILDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO REPORTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY JRSCTL.

        FD  PART-BALANCE-FILE
            RECORDING MODE IS F.
        COPY BALREC REPLACING BALANCE-RECORD BY PART-BALANCE-RECORD,
            BL-PROGRAM-NAME BY PB-PROGRAM-NAME,
            BL-RUN-DATE BY PB-RUN-DATE,
            BL-RECORDS-READ BY PB-RECORDS-READ,
            BL-RECORDS-WRITTEN BY PB-RECORDS-WRITTEN,
            BL-RECORDS-REJECTED BY PB-RECORDS-REJECTED,
            BL-TOTAL-PRINCIPAL BY PB-TOTAL-PRINCIPAL,
            BL-TOTAL-INTEREST BY PB-TOTAL-INTEREST,
            BL-TOTAL-BASE-INTEREST BY PB-TOTAL-BASE-INTEREST,
            BL-PARTITION-NO BY PB-PARTITION-NO,
            BL-PARTITION-LOW-KEY BY PB-PARTITION-LOW-KEY,
            BL-PARTITION-HIGH-KEY BY PB-PARTITION-HIGH-KEY,
            BL-RECORDS-ALREADY-POSTED BY PB-RECORDS-ALREADY-POSTED,
            BL-RECORDS-INACTIVE BY PB-RECORDS-INACTIVE,
            BL-FEED-VERIFIED BY PB-FEED-VERIFIED,
            BL-FEED-COUNT BY PB-FEED-COUNT,
            BL-FEED-HASH BY PB-FEED-HASH,
            BL-CAP-HASH-DELTA BY PB-CAP-HASH-DELTA.

        FD  PART-OUTPUT-FILE
            RECORDING MODE IS F.
        COPY LOANOUT REPLACING LOAN-OUTPUT-RECORD BY
            PART-OUTPUT-RECORD,
            LO-ACCOUNT-NO BY PO-ACCOUNT-NO,
            LO-INTEREST-AMT BY PO-INTEREST-AMT,
            LO-BASE-PRINCIPAL BY PO-BASE-PRINCIPAL,
            LO-BASE-INTEREST-AMT BY PO-BASE-INTEREST-AMT,
            LO-PRODUCT-CODE BY PO-PRODUCT-CODE.

        FD  PART-REJECT-FILE
            RECORDING MODE IS F.
        COPY LOANREJ REPLACING LOAN-REJECT-RECORD BY
            PART-REJECT-RECORD,
            LR-ACCOUNT-NO BY PR-ACCOUNT-NO.

        FD  PART-AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT REPLACING AMORT-OUTPUT-RECORD BY
            PART-AMORT-RECORD,
            AO-ACCOUNT-NO BY PZ-ACCOUNT-NO.

        FD  PART-AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD REPLACING LOAN-AUDIT-RECORD BY
            PART-AUDIT-RECORD.

        FD  INFILE
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  OUTFILE
            RECORDING MODE IS F.
        COPY LOANOUT.

        FD  REJECT-FILE
            RECORDING MODE IS F.
        COPY LOANREJ.

        FD  AMORT-FILE
            RECORDING MODE IS F.
        COPY AMORTOUT.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.

        FD  BALANCE-FILE
            RECORDING MODE IS F.
        COPY BALREC.

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

        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-PARTBAL-STATUS       PIC X(02).
            05  WS-PARTOUT-STATUS       PIC X(02).
            05  WS-PARTREJ-STATUS       PIC X(02).
            05  WS-PARTAMO-STATUS       PIC X(02).
            05  WS-PARTAUD-STATUS       PIC X(02).
            05  WS-INFILE-STATUS        PIC X(02).
            05  WS-OUTFILE-STATUS       PIC X(02).
            05  WS-EOF-PARTBAL          PIC X(01) VALUE 'N'.
                88  EOF-PARTBAL                    VALUE 'Y'.
            05  WS-EOF-PARTOUT          PIC X(01) VALUE 'N'.
                88  EOF-PARTOUT                    VALUE 'Y'.
            05  WS-EOF-PARTREJ          PIC X(01) VALUE 'N'.
                88  EOF-PARTREJ                    VALUE 'Y'.
            05  WS-EOF-PARTAMO          PIC X(01) VALUE 'N'.
                88  EOF-PARTAMO                    VALUE 'Y'.
            05  WS-EOF-PARTAUD          PIC X(01) VALUE 'N'.
                88  EOF-PARTAUD                    VALUE 'Y'.
            05  WS-YTD-RESET            PIC X(01) VALUE 'N'.
                88  YTD-RESET                      VALUE 'Y'.
            05  WS-ALL-FEED-VERIFIED    PIC X(01) VALUE 'Y'.
                88  ALL-FEED-VERIFIED              VALUE 'Y'.
            05  WS-IN-BALANCE           PIC X(01) VALUE 'Y'.
                88  IN-BALANCE                     VALUE 'Y'.
            05  WS-MASTER-OPEN          PIC X(01) VALUE 'N'.
                88  MASTER-OPEN                    VALUE 'Y'.
            05  WS-SKIP-GROUP           PIC X(01) VALUE 'N'.
                88  SKIP-GROUP                     VALUE 'Y'.
            05  WS-PRODUCT-FOUND        PIC X(01) VALUE 'N'.
                88  PRODUCT-FOUND                  VALUE 'Y'.

      *    One entry per partition, in the order the partitions'
      *    files are concatenated: the figures its balance record
      *    claims beside what was found in its files.
        01  WS-PARTITION-TABLE.
            05  WS-PART-COUNT           PIC 9(02) VALUE ZERO.
            05  WS-PART-ENTRY OCCURS 1 TO 20 TIMES
                    DEPENDING ON WS-PART-COUNT
                    INDEXED BY PART-IDX.
                10  WS-PT-NUMBER        PIC 9(02).
                10  WS-PT-LOW-KEY       PIC X(10).
                10  WS-PT-HIGH-KEY      PIC X(10).
                10  WS-PT-RECORDS-READ  PIC 9(07).
                10  WS-PT-WRITTEN       PIC 9(07).
                10  WS-PT-REJECTED      PIC 9(07).
                10  WS-PT-PRINCIPAL     PIC 9(11)V99.
                10  WS-PT-INTEREST      PIC S9(11)V99.
                10  WS-PT-BASE-INTEREST PIC S9(11)V99.
                10  WS-PT-FOUND-WRITTEN PIC 9(07).
                10  WS-PT-FOUND-REJECTED PIC 9(07).
                10  WS-PT-FOUND-PRINCIPAL PIC 9(11)V99.
                10  WS-PT-FOUND-INTEREST PIC S9(11)V99.
                10  WS-PT-FOUND-BASE-INT PIC S9(11)V99.
                10  WS-PT-FLAG          PIC X(01).

      *    Base interest per product from the merged output, for
      *    the control report.  Blank product codes report under
      *    '----' as in CALCULO-JUROS.
        01  WS-PRODUCT-TALLY-TABLE.
            05  WS-PTALLY-COUNT         PIC 9(03) VALUE ZERO.
            05  WS-PTALLY-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON WS-PTALLY-COUNT
                    INDEXED BY PTALLY-IDX.
                10  WS-PTALLY-PRODUCT   PIC X(04).
                10  WS-PTALLY-RECORDS   PIC 9(07).
                10  WS-PTALLY-INTEREST  PIC S9(11)V99.

        01  WS-WORK-FIELDS.
            05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
            05  WS-FIND-KEY             PIC X(10).
            05  WS-FOUND-PART           PIC 9(02).
            05  WS-HIGH-KEY-SEEN        PIC X(10).
            05  WS-GROUP-KEY            PIC X(10).
            05  WS-PTALLY-CODE          PIC X(04).
            05  WS-PREV-HIGH-KEY        PIC X(10).
            05  WS-TRAILER-COUNT        PIC 9(07) VALUE ZERO.

        01  WS-MERGED-TOTALS.
            05  WS-TOT-READ             PIC 9(07) VALUE ZERO.
            05  WS-TOT-WRITTEN          PIC 9(07) VALUE ZERO.
            05  WS-TOT-REJECTED         PIC 9(07) VALUE ZERO.
            05  WS-TOT-ALREADY-POSTED   PIC 9(07) VALUE ZERO.
            05  WS-TOT-INACTIVE         PIC 9(07) VALUE ZERO.
            05  WS-TOT-PRINCIPAL        PIC 9(11)V99 VALUE ZERO.
            05  WS-TOT-INTEREST         PIC S9(11)V99 VALUE ZERO.
            05  WS-TOT-BASE-INTEREST    PIC S9(11)V99 VALUE ZERO.
            05  WS-TOT-FEED-COUNT       PIC 9(07) VALUE ZERO.
            05  WS-TOT-FEED-HASH        PIC 9(13)V99 VALUE ZERO.
            05  WS-TOT-CAP-DELTA        PIC S9(13)V99 VALUE ZERO.

        01  WS-CONTROL-TOTALS.
            05  WS-OUTPUT-READ          PIC 9(07) VALUE ZERO.
            05  WS-OUTPUT-DUPLICATES    PIC 9(07) VALUE ZERO.
            05  WS-OUTPUT-OUT-OF-RANGE  PIC 9(07) VALUE ZERO.
            05  WS-REJECT-DUPLICATES    PIC 9(07) VALUE ZERO.
            05  WS-RECORDS-MERGED       PIC 9(07) VALUE ZERO.
            05  WS-REJECTS-MERGED       PIC 9(07) VALUE ZERO.
            05  WS-AMORT-MERGED         PIC 9(07) VALUE ZERO.
            05  WS-AMORT-DUPLICATES     PIC 9(07) VALUE ZERO.
            05  WS-AUDIT-MERGED         PIC 9(07) VALUE ZERO.

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-FOUND           PIC ZZZ,ZZ9.
            05  WS-EDIT-REJECTS         PIC ZZZ,ZZ9.
            05  WS-EDIT-FOUND-REJECTS   PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            COPY SIGNEDAMT REPLACING SIGNED-AMOUNT-EDIT BY
                WS-EDIT-SIGNED-AMOUNT.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PARTITIONS
           PERFORM 3000-PROVE-OUTPUT
           PERFORM 3200-PROVE-REJECTS
           PERFORM 3400-PROVE-FEED
           PERFORM 4000-WRITE-CONTROL-REPORT
           IF IN-BALANCE
               PERFORM 5000-MERGE-OUTPUT
               PERFORM 5200-MERGE-REJECTS
               PERFORM 5400-MERGE-AMORT
               PERFORM 5600-MERGE-AUDIT
               PERFORM 5800-UPDATE-FEED-TRAILER
               PERFORM 6000-WRITE-BALANCE-RECORD
           END-IF
           PERFORM 9000-TERMINATE
           PERFORM 9700-WRITE-RUN-LEDGER
           STOP RUN.

      *    The night's CALCULO-JUROS card decides only whether the
      *    YTD chain starts over; no card keeps the chain.
       1000-INITIALIZE.
           CALL 'DATE' USING WS-SYSTEM-DATE-PARM
           MOVE 'N' TO WS-YTD-RESET
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-RUN-BATCH AND CC-YTD-RESET-YES
                           MOVE 'Y' TO WS-YTD-RESET
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE.

      *    The balance records must describe one night's partitions
      *    laid end to end over the master: the first from the
      *    first account, each starting where the one before it
      *    stopped, the last running to the end.  Anything else is
      *    a missing, repeated or stale partition and nothing can
      *    be merged.
       2000-LOAD-PARTITIONS.
           MOVE 'N' TO WS-EOF-PARTBAL
           OPEN INPUT PART-BALANCE-FILE
           IF WS-PARTBAL-STATUS NOT = '00'
               DISPLAY 'NO PARTITION BALANCE RECORDS, STATUS='
                   WS-PARTBAL-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-PARTBAL
               READ PART-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PARTBAL
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-PARTITION
               END-READ
           END-PERFORM
           CLOSE PART-BALANCE-FILE
           IF WS-PART-COUNT = ZERO
               DISPLAY 'PARTITION BALANCE FILE EMPTY - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PT-HIGH-KEY (WS-PART-COUNT) NOT = SPACES
               DISPLAY 'LAST PARTITION ' WS-PT-NUMBER (WS-PART-COUNT)
                   ' STOPS AT ' WS-PT-HIGH-KEY (WS-PART-COUNT)
                   ' - KEYS ABOVE IT NOT RUN, RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-LOAD-ONE-PARTITION.
           IF PB-PROGRAM-NAME NOT = 'CALCJRS '
                   OR PB-PARTITION-NO IS NOT NUMERIC
                   OR PB-PARTITION-NO = ZERO
               DISPLAY 'NOT A PARTITION BALANCE RECORD: '
                   PB-PROGRAM-NAME ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PART-COUNT = ZERO
               MOVE PB-RUN-DATE TO WS-RUN-DATE
               IF PB-PARTITION-LOW-KEY NOT = SPACES
                   DISPLAY 'FIRST PARTITION ' PB-PARTITION-NO
                       ' STARTS AT ' PB-PARTITION-LOW-KEY
                       ' - KEYS BELOW IT NOT RUN, RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF PB-PARTITION-LOW-KEY NOT = WS-PREV-HIGH-KEY
                       OR WS-PREV-HIGH-KEY = SPACES
                   DISPLAY 'PARTITION ' PB-PARTITION-NO
                       ' STARTS AT ' PB-PARTITION-LOW-KEY
                       ', PREVIOUS STOPPED AT ' WS-PREV-HIGH-KEY
                       ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF PB-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY 'PARTITION ' PB-PARTITION-NO ' RAN ON '
                   PB-RUN-DATE ', NOT ' WS-RUN-DATE ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PART-COUNT NOT < 20
               DISPLAY 'PARTITION TABLE FULL - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PART-COUNT
           SET PART-IDX TO WS-PART-COUNT
           INITIALIZE WS-PART-ENTRY (PART-IDX)
           MOVE PB-PARTITION-NO TO WS-PT-NUMBER (PART-IDX)
           MOVE PB-PARTITION-LOW-KEY TO WS-PT-LOW-KEY (PART-IDX)
           MOVE PB-PARTITION-HIGH-KEY TO WS-PT-HIGH-KEY (PART-IDX)
           MOVE PB-RECORDS-READ TO WS-PT-RECORDS-READ (PART-IDX)
           MOVE PB-RECORDS-WRITTEN TO WS-PT-WRITTEN (PART-IDX)
           MOVE PB-RECORDS-REJECTED TO WS-PT-REJECTED (PART-IDX)
           MOVE PB-TOTAL-PRINCIPAL TO WS-PT-PRINCIPAL (PART-IDX)
           MOVE PB-TOTAL-INTEREST TO WS-PT-INTEREST (PART-IDX)
           MOVE PB-TOTAL-BASE-INTEREST
               TO WS-PT-BASE-INTEREST (PART-IDX)
           MOVE SPACE TO WS-PT-FLAG (PART-IDX)
           MOVE PB-PARTITION-HIGH-KEY TO WS-PREV-HIGH-KEY
           ADD PB-RECORDS-READ TO WS-TOT-READ
           ADD PB-RECORDS-WRITTEN TO WS-TOT-WRITTEN
           ADD PB-RECORDS-REJECTED TO WS-TOT-REJECTED
           ADD PB-RECORDS-ALREADY-POSTED TO WS-TOT-ALREADY-POSTED
           ADD PB-RECORDS-INACTIVE TO WS-TOT-INACTIVE
           ADD PB-TOTAL-PRINCIPAL TO WS-TOT-PRINCIPAL
           ADD PB-TOTAL-INTEREST TO WS-TOT-INTEREST
           ADD PB-TOTAL-BASE-INTEREST TO WS-TOT-BASE-INTEREST
           ADD PB-CAP-HASH-DELTA TO WS-TOT-CAP-DELTA
           IF PB-FEED-VERIFIED = 'Y'
               ADD PB-FEED-COUNT TO WS-TOT-FEED-COUNT
               ADD PB-FEED-HASH TO WS-TOT-FEED-HASH
           ELSE
               MOVE 'N' TO WS-ALL-FEED-VERIFIED
           END-IF.

      *    First pass over the partitions' output: each record is
      *    credited to the partition whose range holds its key.
      *    The sweep writes one record per account in key order,
      *    so a key not above the highest already seen is a record
      *    a restarted partition wrote again, and drops out.
       3000-PROVE-OUTPUT.
           MOVE LOW-VALUES TO WS-HIGH-KEY-SEEN
           MOVE 'N' TO WS-EOF-PARTOUT
           OPEN INPUT PART-OUTPUT-FILE
           IF WS-PARTOUT-STATUS NOT = '00'
               DISPLAY 'NO PARTITION OUTPUT, STATUS='
                   WS-PARTOUT-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-PARTOUT
               READ PART-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PARTOUT
                   NOT AT END
                       ADD 1 TO WS-OUTPUT-READ
                       IF PO-ACCOUNT-NO NOT > WS-HIGH-KEY-SEEN
                           ADD 1 TO WS-OUTPUT-DUPLICATES
                       ELSE
                           MOVE PO-ACCOUNT-NO TO WS-HIGH-KEY-SEEN
                           PERFORM 3100-CREDIT-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-OUTPUT-FILE.

       3100-CREDIT-OUTPUT.
           MOVE PO-ACCOUNT-NO TO WS-FIND-KEY
           PERFORM 3900-FIND-PARTITION
           IF WS-FOUND-PART = ZERO
               ADD 1 TO WS-OUTPUT-OUT-OF-RANGE
           ELSE
               SET PART-IDX TO WS-FOUND-PART
               ADD 1 TO WS-PT-FOUND-WRITTEN (PART-IDX)
               ADD PO-BASE-PRINCIPAL
                   TO WS-PT-FOUND-PRINCIPAL (PART-IDX)
               ADD PO-INTEREST-AMT TO WS-PT-FOUND-INTEREST (PART-IDX)
               ADD PO-BASE-INTEREST-AMT
                   TO WS-PT-FOUND-BASE-INT (PART-IDX)
               PERFORM 3150-TALLY-PRODUCT
           END-IF.

       3150-TALLY-PRODUCT.
           IF PO-PRODUCT-CODE = SPACES
               MOVE '----' TO WS-PTALLY-CODE
           ELSE
               MOVE PO-PRODUCT-CODE TO WS-PTALLY-CODE
           END-IF
           MOVE 'N' TO WS-PRODUCT-FOUND
           IF WS-PTALLY-COUNT > ZERO
               SET PTALLY-IDX TO 1
               SEARCH WS-PTALLY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PTALLY-PRODUCT (PTALLY-IDX)
                           = WS-PTALLY-CODE
                       MOVE 'Y' TO WS-PRODUCT-FOUND
                       ADD 1 TO WS-PTALLY-RECORDS (PTALLY-IDX)
                       ADD PO-BASE-INTEREST-AMT TO
                           WS-PTALLY-INTEREST (PTALLY-IDX)
               END-SEARCH
           END-IF
           IF WS-PRODUCT-FOUND = 'N'
               IF WS-PTALLY-COUNT < 50
                   ADD 1 TO WS-PTALLY-COUNT
                   MOVE WS-PTALLY-CODE TO
                       WS-PTALLY-PRODUCT (WS-PTALLY-COUNT)
                   MOVE 1 TO WS-PTALLY-RECORDS (WS-PTALLY-COUNT)
                   MOVE PO-BASE-INTEREST-AMT TO
                       WS-PTALLY-INTEREST (WS-PTALLY-COUNT)
               ELSE
                   DISPLAY 'PRODUCT TALLY TABLE FULL, CODE '
                       WS-PTALLY-CODE ' NOT TALLIED'
               END-IF
           END-IF.

      *    Rejects are written one per account in key order too.
      *    No reject file means no partition rejected anything.
       3200-PROVE-REJECTS.
           MOVE LOW-VALUES TO WS-HIGH-KEY-SEEN
           MOVE 'N' TO WS-EOF-PARTREJ
           OPEN INPUT PART-REJECT-FILE
           IF WS-PARTREJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PARTREJ
           END-IF
           PERFORM UNTIL EOF-PARTREJ
               READ PART-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PARTREJ
                   NOT AT END
                       IF PR-ACCOUNT-NO NOT > WS-HIGH-KEY-SEEN
                           ADD 1 TO WS-REJECT-DUPLICATES
                       ELSE
                           MOVE PR-ACCOUNT-NO TO WS-HIGH-KEY-SEEN
                           MOVE PR-ACCOUNT-NO TO WS-FIND-KEY
                           PERFORM 3900-FIND-PARTITION
                           IF WS-FOUND-PART = ZERO
                               ADD 1 TO WS-OUTPUT-OUT-OF-RANGE
                           ELSE
                               SET PART-IDX TO WS-FOUND-PART
                               ADD 1 TO
                                   WS-PT-FOUND-REJECTED (PART-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARTREJ-STATUS = '00' OR WS-PARTREJ-STATUS = '10'
               CLOSE PART-REJECT-FILE
           END-IF
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT
               IF WS-PT-FOUND-WRITTEN (PART-IDX)
                       NOT = WS-PT-WRITTEN (PART-IDX)
                   OR WS-PT-FOUND-REJECTED (PART-IDX)
                       NOT = WS-PT-REJECTED (PART-IDX)
                   OR WS-PT-FOUND-PRINCIPAL (PART-IDX)
                       NOT = WS-PT-PRINCIPAL (PART-IDX)
                   OR WS-PT-FOUND-INTEREST (PART-IDX)
                       NOT = WS-PT-INTEREST (PART-IDX)
                   OR WS-PT-FOUND-BASE-INT (PART-IDX)
                       NOT = WS-PT-BASE-INTEREST (PART-IDX)
                   MOVE '*' TO WS-PT-FLAG (PART-IDX)
                   MOVE 'N' TO WS-IN-BALANCE
               END-IF
           END-PERFORM
           IF WS-OUTPUT-OUT-OF-RANGE > ZERO
               MOVE 'N' TO WS-IN-BALANCE
           END-IF.

      *    Together the partitions read every data record of the
      *    master, so their counts and principal hashes must add up
      *    to the trailer - before the capitalization this run
      *    carries to it.  A restarted partition cannot vouch for
      *    its hash, and the proof is then left out and said so.
       3400-PROVE-FEED.
           IF WS-TOT-CAP-DELTA NOT = ZERO
               OPEN I-O INFILE
           ELSE
               OPEN INPUT INFILE
           END-IF
           IF WS-INFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-INFILE-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
           MOVE '0000000000' TO LI-ACCOUNT-NO
           READ INFILE
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   DISPLAY 'LOAN EXTRACT HEADER MISSING -'
                       ' POSSIBLE TRUNCATED EXTRACT'
                   MOVE 'N' TO WS-IN-BALANCE
           END-READ
           MOVE '9999999999' TO LI-ACCOUNT-NO
           READ INFILE
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   DISPLAY 'LOAN EXTRACT TRAILER MISSING -'
                       ' POSSIBLE TRUNCATED EXTRACT'
                   MOVE 'N' TO WS-IN-BALANCE
               NOT INVALID KEY
                   MOVE LF-RECORD-COUNT TO WS-TRAILER-COUNT
                   IF ALL-FEED-VERIFIED
                       IF LF-RECORD-COUNT NOT = WS-TOT-FEED-COUNT
                           OR LF-HASH-TOTAL NOT = WS-TOT-FEED-HASH
                           DISPLAY 'LOAN EXTRACT TRAILER DISAGREES:'
                               ' COUNT ' LF-RECORD-COUNT ' VS '
                               WS-TOT-FEED-COUNT
                           MOVE 'N' TO WS-IN-BALANCE
                       END-IF
                   END-IF
           END-READ.

      *    A partition is out of range of the master whose key is
      *    not below its high key or is below its low key; blank
      *    keys are open ends.
       3900-FIND-PARTITION.
           MOVE ZERO TO WS-FOUND-PART
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT
                      OR WS-FOUND-PART > ZERO
               IF (WS-PT-LOW-KEY (PART-IDX) = SPACES
                       OR WS-FIND-KEY NOT < WS-PT-LOW-KEY (PART-IDX))
                   AND (WS-PT-HIGH-KEY (PART-IDX) = SPACES
                       OR WS-FIND-KEY < WS-PT-HIGH-KEY (PART-IDX))
                   SET WS-FOUND-PART TO PART-IDX
               END-IF
           END-PERFORM.

      *    The control report downstream readers know, over the
      *    whole night, then each partition's proof.
       4000-WRITE-CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE
           MOVE 'CALCULO-JUROS BATCH CONTROL TOTALS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PART-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MERGED BY JUNTA-PARTICOES FROM ' WS-EDIT-COUNT
               ' PARTITIONS, RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS READ       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS WRITTEN    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-REJECTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS REJECTED   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-ALREADY-POSTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY POSTED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-INACTIVE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'INACTIVE STATUS    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL PRINCIPAL     : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOT-BASE-INTEREST TO WS-EDIT-SIGNED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL INTEREST POSTED: ' WS-EDIT-SIGNED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'BASE INTEREST BY PRODUCT' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING PTALLY-IDX FROM 1 BY 1
                   UNTIL PTALLY-IDX > WS-PTALLY-COUNT
               MOVE WS-PTALLY-RECORDS (PTALLY-IDX) TO WS-EDIT-COUNT
               MOVE WS-PTALLY-INTEREST (PTALLY-IDX)
                   TO WS-EDIT-SIGNED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-PTALLY-PRODUCT (PTALLY-IDX)
                   '  RECORDS: ' WS-EDIT-COUNT
                   '  INTEREST: ' WS-EDIT-SIGNED-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 'PARTITION PROOF' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  PT FROM KEY   BELOW KEY  WRITTEN   FOUND'
               ' REJECTS   FOUND    BASE INTEREST'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > WS-PART-COUNT
               PERFORM 4100-WRITE-PARTITION-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTPUT-DUPLICATES TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RESTART REPEATS DROPPED: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUTPUT-OUT-OF-RANGE TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'KEYS OUTSIDE EVERY RANGE: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF ALL-FEED-VERIFIED
               STRING 'MASTER TRAILER COUNT ' WS-TRAILER-COUNT
                   ' VS PARTITIONS ' WS-TOT-FEED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE 'MASTER TRAILER NOT PROVED - A PARTITION RESTARTED'
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF IN-BALANCE
               MOVE 'VERDICT: PARTITIONS IN BALANCE - MERGED'
                   TO REPORT-LINE
           ELSE
               MOVE 'VERDICT: *** OUT OF BALANCE - NOTHING MERGED ***'
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       4100-WRITE-PARTITION-LINE.
           MOVE WS-PT-WRITTEN (PART-IDX) TO WS-EDIT-COUNT
           MOVE WS-PT-FOUND-WRITTEN (PART-IDX) TO WS-EDIT-FOUND
           MOVE WS-PT-REJECTED (PART-IDX) TO WS-EDIT-REJECTS
           MOVE WS-PT-FOUND-REJECTED (PART-IDX)
               TO WS-EDIT-FOUND-REJECTS
           MOVE WS-PT-FOUND-BASE-INT (PART-IDX)
               TO WS-EDIT-SIGNED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-PT-FLAG (PART-IDX) ' '
               WS-PT-NUMBER (PART-IDX) ' '
               WS-PT-LOW-KEY (PART-IDX) ' '
               WS-PT-HIGH-KEY (PART-IDX)
               WS-EDIT-COUNT ' ' WS-EDIT-FOUND
               WS-EDIT-REJECTS ' ' WS-EDIT-FOUND-REJECTS
               WS-EDIT-SIGNED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Second pass, now the partitions are proved: the output
      *    goes onto the YTD chain without the restart repeats.
       5000-MERGE-OUTPUT.
           IF YTD-RESET
               OPEN OUTPUT OUTFILE
           ELSE
               OPEN EXTEND OUTFILE
           END-IF
           MOVE LOW-VALUES TO WS-HIGH-KEY-SEEN
           MOVE 'N' TO WS-EOF-PARTOUT
           OPEN INPUT PART-OUTPUT-FILE
           PERFORM UNTIL EOF-PARTOUT
               READ PART-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PARTOUT
                   NOT AT END
                       IF PO-ACCOUNT-NO > WS-HIGH-KEY-SEEN
                           MOVE PO-ACCOUNT-NO TO WS-HIGH-KEY-SEEN
                           WRITE LOAN-OUTPUT-RECORD
                               FROM PART-OUTPUT-RECORD
                           ADD 1 TO WS-RECORDS-MERGED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-OUTPUT-FILE
           CLOSE OUTFILE.

       5200-MERGE-REJECTS.
           OPEN OUTPUT REJECT-FILE
           MOVE LOW-VALUES TO WS-HIGH-KEY-SEEN
           MOVE 'N' TO WS-EOF-PARTREJ
           OPEN INPUT PART-REJECT-FILE
           IF WS-PARTREJ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PARTREJ
           END-IF
           PERFORM UNTIL EOF-PARTREJ
               READ PART-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PARTREJ
                   NOT AT END
                       IF PR-ACCOUNT-NO > WS-HIGH-KEY-SEEN
                           MOVE PR-ACCOUNT-NO TO WS-HIGH-KEY-SEEN
                           WRITE LOAN-REJECT-RECORD
                               FROM PART-REJECT-RECORD
                           ADD 1 TO WS-REJECTS-MERGED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARTREJ-STATUS = '00' OR WS-PARTREJ-STATUS = '10'
               CLOSE PART-REJECT-FILE
           END-IF
           CLOSE REJECT-FILE.

      *    Schedules come in runs of lines per account, so a
      *    repeat is a whole run whose account is not above the
      *    highest account already merged.
       5400-MERGE-AMORT.
           OPEN OUTPUT AMORT-FILE
           MOVE LOW-VALUES TO WS-HIGH-KEY-SEEN
           MOVE LOW-VALUES TO WS-GROUP-KEY
           MOVE 'N' TO WS-SKIP-GROUP
           MOVE 'N' TO WS-EOF-PARTAMO
           OPEN INPUT PART-AMORT-FILE
           IF WS-PARTAMO-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PARTAMO
           END-IF
           PERFORM UNTIL EOF-PARTAMO
               READ PART-AMORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PARTAMO
                   NOT AT END
                       IF PZ-ACCOUNT-NO NOT = WS-GROUP-KEY
                           MOVE PZ-ACCOUNT-NO TO WS-GROUP-KEY
                           IF PZ-ACCOUNT-NO > WS-HIGH-KEY-SEEN
                               MOVE PZ-ACCOUNT-NO
                                   TO WS-HIGH-KEY-SEEN
                               MOVE 'N' TO WS-SKIP-GROUP
                           ELSE
                               MOVE 'Y' TO WS-SKIP-GROUP
                           END-IF
                       END-IF
                       IF SKIP-GROUP
                           ADD 1 TO WS-AMORT-DUPLICATES
                       ELSE
                           WRITE AMORT-OUTPUT-RECORD
                               FROM PART-AMORT-RECORD
                           ADD 1 TO WS-AMORT-MERGED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARTAMO-STATUS = '00' OR WS-PARTAMO-STATUS = '10'
               CLOSE PART-AMORT-FILE
           END-IF
           CLOSE AMORT-FILE.

      *    Posting partitions keep their own audit trail; it joins
      *    the shared one here.  A posting restart skips the
      *    accounts already posted, so nothing repeats.
       5600-MERGE-AUDIT.
           MOVE 'N' TO WS-EOF-PARTAUD
           OPEN INPUT PART-AUDIT-FILE
           IF WS-PARTAUD-STATUS = '00'
               OPEN EXTEND AUDIT-FILE
               PERFORM UNTIL EOF-PARTAUD
                   READ PART-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-PARTAUD
                       NOT AT END
                           WRITE LOAN-AUDIT-RECORD
                               FROM PART-AUDIT-RECORD
                           ADD 1 TO WS-AUDIT-MERGED
                   END-READ
               END-PERFORM
               CLOSE PART-AUDIT-FILE
               CLOSE AUDIT-FILE
           END-IF.

      *    The principal the posting partitions capitalized, moved
      *    onto the trailer hash in one rewrite, as a single
      *    CALCULO-JUROS run does at its end.
       5800-UPDATE-FEED-TRAILER.
           IF WS-TOT-CAP-DELTA NOT = ZERO
               MOVE '9999999999' TO LI-ACCOUNT-NO
               READ INFILE
                   KEY IS LI-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-TOT-CAP-DELTA TO LF-HASH-TOTAL
                       REWRITE LOAN-FEED-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY 'TRAILER REWRITE FAILED,'
                                   ' STATUS=' WS-INFILE-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      *    The night's single balance record, as the single run
      *    writes it, for CONCILIA-SALDOS.
       6000-WRITE-BALANCE-RECORD.
           OPEN OUTPUT BALANCE-FILE
           INITIALIZE BALANCE-RECORD
           MOVE 'CALCJRS ' TO BL-PROGRAM-NAME
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           MOVE WS-TOT-READ TO BL-RECORDS-READ
           MOVE WS-TOT-WRITTEN TO BL-RECORDS-WRITTEN
           MOVE WS-TOT-REJECTED TO BL-RECORDS-REJECTED
           MOVE WS-TOT-PRINCIPAL TO BL-TOTAL-PRINCIPAL
           MOVE WS-TOT-INTEREST TO BL-TOTAL-INTEREST
           MOVE WS-TOT-BASE-INTEREST TO BL-TOTAL-BASE-INTEREST
           MOVE ZERO TO BL-PARTITION-NO
           MOVE SPACES TO BL-PARTITION-LOW-KEY
           MOVE SPACES TO BL-PARTITION-HIGH-KEY
           MOVE WS-TOT-ALREADY-POSTED TO BL-RECORDS-ALREADY-POSTED
           MOVE WS-TOT-INACTIVE TO BL-RECORDS-INACTIVE
           MOVE WS-ALL-FEED-VERIFIED TO BL-FEED-VERIFIED
           MOVE WS-TOT-FEED-COUNT TO BL-FEED-COUNT
           MOVE WS-TOT-FEED-HASH TO BL-FEED-HASH
           MOVE WS-TOT-CAP-DELTA TO BL-CAP-HASH-DELTA
           WRITE BALANCE-RECORD
           CLOSE BALANCE-FILE.

       9000-TERMINATE.
           IF MASTER-OPEN
               CLOSE INFILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORDS-MERGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS ADDED TO YTD CHAIN: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTS-MERGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'REJECTS MERGED            : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AMORT-MERGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SCHEDULE LINES MERGED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDIT-MERGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT RECORDS MERGED      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'JUNTAPRT' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-OUTPUT-READ TO RL-RECORDS-READ
           MOVE WS-RECORDS-MERGED TO RL-RECORDS-WRITTEN
           MOVE WS-OUTPUT-DUPLICATES TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
