      *****************************************************************
      * Program name:    ANALISA-SAFRA
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: vintage delinquency analysis by
      *                  origination month.  Each account's vintage
      *                  and original principal come from its 'O'
      *                  record on the maintenance audit (LOANAUDD
      *                  and the LOANAUDA archive); the product is
      *                  the loan master's.  Once a month the share
      *                  of each vintage's original principal now
      *                  30+, 60+ and 90+ days overdue (OVERDUEDD)
      *                  or written off (RECOVDD) is appended to the
      *                  VINHSTDD history, and the history is printed
      *                  as a matrix per product, vintage down and
      *                  months on book across, with the whole
      *                  history copied to the VINEXTDD extract.
      * 15/10/26 MAINT   Archive audit layout carries the maker and
      *                  checker fields added to LOANAUD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ANALISA-SAFRA.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT AUDIT-FILE ASSIGN TO LOANAUDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
         SELECT AUDIT-ARCHIVE-FILE ASSIGN TO LOANAUDA
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT OVERDUE-FILE ASSIGN TO OVERDUEDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVERDUE-STATUS.
         SELECT RECOVERY-FILE ASSIGN TO RECOVDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECOVERY-STATUS.
         SELECT LOAN-MASTER ASSIGN TO INFILEDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LI-ACCOUNT-NO
             FILE STATUS IS WS-MASTER-STATUS.
         SELECT HISTORY-FILE ASSIGN TO VINHSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.
         SELECT EXTRACT-FILE ASSIGN TO VINEXTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO VINRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY LOANAUD.

      *    Archive layout stays record-identical to the live layout.
        FD  AUDIT-ARCHIVE-FILE
            RECORDING MODE IS F.
        COPY LOANAUD REPLACING LOAN-AUDIT-RECORD BY
            AUDIT-ARCHIVE-RECORD,
            LA-ACCOUNT-NO BY AV-ACCOUNT-NO,
            LA-TRAN-CODE BY AV-TRAN-CODE,
            LA-AUDIT-DATE BY AV-AUDIT-DATE,
            LA-AUDIT-UTC-HOUR BY AV-AUDIT-UTC-HOUR,
            LA-AUDIT-UTC-MINUTE BY AV-AUDIT-UTC-MINUTE,
            LA-OLD-LOAN BY AV-OLD-LOAN,
            LA-OLD-PRINCIPAL BY AV-OLD-PRINCIPAL,
            LA-OLD-RATE-PCT BY AV-OLD-RATE-PCT,
            LA-OLD-TERM-MONTHS BY AV-OLD-TERM-MONTHS,
            LA-OLD-CURRENCY BY AV-OLD-CURRENCY,
            LA-OLD-POSTED-DATE BY AV-OLD-POSTED-DATE,
            LA-OLD-CUSTOMER-ID BY AV-OLD-CUSTOMER-ID,
            LA-OLD-STATUS BY AV-OLD-STATUS,
            LA-NEW-LOAN BY AV-NEW-LOAN,
            LA-NEW-PRINCIPAL BY AV-NEW-PRINCIPAL,
            LA-NEW-RATE-PCT BY AV-NEW-RATE-PCT,
            LA-NEW-TERM-MONTHS BY AV-NEW-TERM-MONTHS,
            LA-NEW-CURRENCY BY AV-NEW-CURRENCY,
            LA-NEW-POSTED-DATE BY AV-NEW-POSTED-DATE,
            LA-NEW-CUSTOMER-ID BY AV-NEW-CUSTOMER-ID,
            LA-NEW-STATUS BY AV-NEW-STATUS,
            LA-MAKER-ID BY AV-MAKER-ID,
            LA-CHECKER-ID BY AV-CHECKER-ID.

        FD  OVERDUE-FILE
            RECORDING MODE IS F.
        COPY OVERDUE.

        FD  RECOVERY-FILE
            RECORDING MODE IS F.
        COPY RECOVTRK.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  HISTORY-FILE
            RECORDING MODE IS F.
        COPY VINHIST.

        FD  EXTRACT-FILE
            RECORDING MODE IS F.
        COPY VINHIST REPLACING VINTAGE-HISTORY-RECORD BY
            VINTAGE-EXTRACT-RECORD,
            VH-PRODUCT-CODE BY VX-PRODUCT-CODE,
            VH-VINTAGE-MONTH BY VX-VINTAGE-MONTH,
            VH-REPORT-MONTH BY VX-REPORT-MONTH,
            VH-MONTHS-ON-BOOK BY VX-MONTHS-ON-BOOK,
            VH-LOAN-COUNT BY VX-LOAN-COUNT,
            VH-ORIGINAL-PRINCIPAL BY VX-ORIGINAL-PRINCIPAL,
            VH-DPD30-BALANCE BY VX-DPD30-BALANCE,
            VH-DPD60-BALANCE BY VX-DPD60-BALANCE,
            VH-DPD90-BALANCE BY VX-DPD90-BALANCE,
            VH-WRITEOFF-AMOUNT BY VX-WRITEOFF-AMOUNT,
            VH-DPD30-PCT BY VX-DPD30-PCT,
            VH-DPD60-PCT BY VX-DPD60-PCT,
            VH-DPD90-PCT BY VX-DPD90-PCT,
            VH-WRITEOFF-PCT BY VX-WRITEOFF-PCT.
        COPY FEEDHT.

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

        COPY CURRTAB.
        01  WS-FLAGS.
            05  WS-AUDIT-STATUS         PIC X(02).
            05  WS-ARCHIVE-STATUS       PIC X(02).
            05  WS-OVERDUE-STATUS       PIC X(02).
            05  WS-RECOVERY-STATUS      PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-HISTORY-STATUS       PIC X(02).
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-EOF-AUDIT            PIC X(01) VALUE 'N'.
                88  EOF-AUDIT                      VALUE 'Y'.
            05  WS-EOF-ARCHIVE          PIC X(01) VALUE 'N'.
                88  EOF-ARCHIVE                    VALUE 'Y'.
            05  WS-EOF-OVERDUE          PIC X(01) VALUE 'N'.
                88  EOF-OVERDUE                    VALUE 'Y'.
            05  WS-EOF-RECOVERY         PIC X(01) VALUE 'N'.
                88  EOF-RECOVERY                   VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-EOF-HISTORY          PIC X(01) VALUE 'N'.
                88  EOF-HISTORY                    VALUE 'Y'.
            05  WS-CURRENCY-FOUND       PIC X(01) VALUE 'N'.
                88  CURRENCY-FOUND                 VALUE 'Y'.
            05  WS-ORIGIN-FOUND         PIC X(01) VALUE 'N'.
                88  ORIGIN-FOUND                   VALUE 'Y'.

      *    Vintage and original principal per account, from the
      *    'O' audit records.  The archive is read first, so a
      *    reused account number takes its latest opening.
        01  WS-ORIGIN-TABLE.
            05  WS-ORG-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-ORG-ENTRY OCCURS 1 TO 5000 TIMES
                    DEPENDING ON WS-ORG-COUNT
                    INDEXED BY ORG-IDX.
                10  WS-ORG-ACCOUNT-NO   PIC X(10).
                10  WS-ORG-MONTH        PIC 9(06).
                10  WS-ORG-PRINCIPAL    PIC 9(9)V99.

        01  WS-OVERDUE-TABLE.
            05  WS-OVD-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-OVD-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-OVD-COUNT
                    INDEXED BY OVD-IDX.
                10  WS-OVD-ACCOUNT-NO   PIC X(10).
                10  WS-OVD-EARLIEST-DUE PIC 9(08).

        01  WS-WRITEOFF-TABLE.
            05  WS-WOF-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-WOF-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-WOF-COUNT
                    INDEXED BY WOF-IDX.
                10  WS-WOF-ACCOUNT-NO   PIC X(10).
                10  WS-WOF-AMOUNT       PIC 9(11)V99.

      *    This month's measurement, one entry per product and
      *    vintage, in base currency.
        01  WS-VINTAGE-TABLE.
            05  WS-VIN-COUNT            PIC 9(04) VALUE ZERO.
            05  WS-VIN-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON WS-VIN-COUNT
                    INDEXED BY VIN-IDX.
                10  WS-VIN-PRODUCT      PIC X(04).
                10  WS-VIN-MONTH        PIC 9(06).
                10  WS-VIN-LOANS        PIC 9(05).
                10  WS-VIN-ORIGINAL     PIC 9(13)V99.
                10  WS-VIN-DPD30        PIC 9(13)V99.
                10  WS-VIN-DPD60        PIC 9(13)V99.
                10  WS-VIN-DPD90        PIC 9(13)V99.
                10  WS-VIN-WRITEOFF     PIC 9(13)V99.

      *    The printed matrix: one row per product and vintage,
      *    months on book 1 to 12 across, four measures per cell
      *    (30+, 60+, 90+, written off).  Later months are on the
      *    extract.
        01  WS-GRID-TABLE.
            05  WS-GRID-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-GRID-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-GRID-COUNT
                    INDEXED BY GRID-IDX.
                10  WS-GRID-PRODUCT     PIC X(04).
                10  WS-GRID-VINTAGE     PIC 9(06).
                10  WS-GRID-CELL OCCURS 12 TIMES.
                    15  WS-GRID-MEASURED PIC X(01).
                    15  WS-GRID-PCT     PIC 9(03)V99 OCCURS 4 TIMES.

        01  WS-PRODUCT-LIST.
            05  WS-PLIST-COUNT          PIC 9(03) VALUE ZERO.
            05  WS-PLIST-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-PLIST-COUNT
                    INDEXED BY PLIST-IDX.
                10  WS-PLIST-PRODUCT    PIC X(04).

        01  WS-MEASURE-NAMES.
            05  FILLER                  PIC X(20)
                    VALUE '30+ DAYS PAST DUE   '.
            05  FILLER                  PIC X(20)
                    VALUE '60+ DAYS PAST DUE   '.
            05  FILLER                  PIC X(20)
                    VALUE '90+ DAYS PAST DUE   '.
            05  FILLER                  PIC X(20)
                    VALUE 'WRITTEN OFF         '.
        01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
            05  WS-MEASURE-NAME         PIC X(20) OCCURS 4 TIMES.

        01  WS-MATRIX-LINE.
            05  WS-ML-VINTAGE           PIC 9(06).
            05  FILLER                  PIC X(02).
            05  WS-ML-CELL OCCURS 12 TIMES.
                10  FILLER              PIC X(01).
                10  WS-ML-PCT           PIC ZZ9.9.

        01  WS-WORK-FIELDS.
            05  WS-DAYS-PAST-DUE        PIC 9(05).
            05  WS-DAYS-WORK            PIC S9(7).
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-BASE-AMOUNT          PIC 9(13)V99.
            05  WS-WRITEOFF-AMOUNT      PIC 9(11)V99.
            05  WS-AUDIT-DATE-WORK      PIC 9(08).
            05  WS-AUDIT-MONTH          PIC 9(06).
            05  WS-REPORT-MONTH         PIC 9(06).
            05  WS-MONTH-WORK           PIC 9(06).
            05  WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
                10  WS-MONTH-WORK-YEAR  PIC 9(04).
                10  WS-MONTH-WORK-MONTH PIC 9(02).
            05  WS-MOB                  PIC S9(05).
            05  WS-MOB-SUB              PIC 9(02).
            05  WS-MEASURE-SUB          PIC 9(02).
            05  WS-WANTED-PRODUCT       PIC X(04).
            05  WS-WANTED-VINTAGE       PIC 9(06).
            05  WS-WANTED-ACCOUNT-NO    PIC X(10).
            05  WS-WANTED-PRINCIPAL     PIC 9(9)V99.
            05  WS-PRODUCT-TEXT         PIC X(06).

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        01  WS-TODAY-DATE               PIC 9(08).
        01  WS-TODAY-INT                PIC S9(9).

        01  WS-CONTROL-TOTALS.
            05  WS-AUDIT-READ           PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-MEASURED       PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-NO-ORIGIN      PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-NO-CURRENCY    PIC 9(7)  VALUE ZERO.
            05  WS-HISTORY-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-EXTRACT-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-EXTRACT-HASH         PIC 9(11)V9(6) VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MEASURE-LOANS UNTIL EOF-LOAN
           PERFORM 3000-APPEND-MONTH
           PERFORM 4000-WRITE-VINTAGE-REPORT
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
           COMPUTE WS-REPORT-MONTH =
               WS-SYSTEM-DATE-YEAR * 100 + WS-SYSTEM-DATE-MONTH
           PERFORM 1100-LOAD-CURRENCY-TABLE
           PERFORM 1200-LOAD-ORIGINATIONS
           PERFORM 1300-LOAD-OVERDUE-POSITIONS
           PERFORM 1400-LOAD-WRITE-OFFS
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'VINTAGE ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           PERFORM 1500-LOAD-HISTORY
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'ANALISA-SAFRA VINTAGE DELINQUENCY AS OF '
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2100-READ-LOAN.

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

       1200-LOAD-ORIGINATIONS.
           MOVE ZERO TO WS-ORG-COUNT
           MOVE 'N' TO WS-EOF-ARCHIVE
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-ARCHIVE
           END-IF
           PERFORM UNTIL EOF-ARCHIVE
               READ AUDIT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ARCHIVE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AV-TRAN-CODE = 'O'
                           MOVE AV-ACCOUNT-NO TO WS-WANTED-ACCOUNT-NO
                           MOVE AV-AUDIT-DATE TO WS-AUDIT-DATE-WORK
                           MOVE AV-NEW-PRINCIPAL
                               TO WS-WANTED-PRINCIPAL
                           PERFORM 1250-KEEP-ORIGINATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           MOVE 'N' TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-AUDIT
           END-IF
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF LA-TRAN-CODE = 'O'
                           MOVE LA-ACCOUNT-NO TO WS-WANTED-ACCOUNT-NO
                           MOVE LA-AUDIT-DATE TO WS-AUDIT-DATE-WORK
                           MOVE LA-NEW-PRINCIPAL
                               TO WS-WANTED-PRINCIPAL
                           PERFORM 1250-KEEP-ORIGINATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS = '00' OR WS-AUDIT-STATUS = '10'
               CLOSE AUDIT-FILE
           END-IF.

      *    Only the year and month of the opening are kept.
       1250-KEEP-ORIGINATION.
           COMPUTE WS-AUDIT-MONTH = WS-AUDIT-DATE-WORK / 100
           SET ORG-IDX TO 1
           IF WS-ORG-COUNT > ZERO
               SEARCH WS-ORG-ENTRY
                   AT END
                       SET ORG-IDX TO WS-ORG-COUNT
                       SET ORG-IDX UP BY 1
                   WHEN WS-ORG-ACCOUNT-NO (ORG-IDX) =
                           WS-WANTED-ACCOUNT-NO
                       CONTINUE
               END-SEARCH
           END-IF
           IF ORG-IDX > WS-ORG-COUNT
               IF WS-ORG-COUNT < 5000
                   ADD 1 TO WS-ORG-COUNT
                   SET ORG-IDX TO WS-ORG-COUNT
               ELSE
                   DISPLAY 'ORIGINATION TABLE FULL, ACCOUNT '
                       WS-WANTED-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-WANTED-ACCOUNT-NO TO WS-ORG-ACCOUNT-NO (ORG-IDX)
           MOVE WS-AUDIT-MONTH TO WS-ORG-MONTH (ORG-IDX)
           MOVE WS-WANTED-PRINCIPAL TO WS-ORG-PRINCIPAL (ORG-IDX).

      *    Without tonight's aging every vintage would look clean -
      *    never run past that.
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

       1400-LOAD-WRITE-OFFS.
           MOVE ZERO TO WS-WOF-COUNT
           MOVE 'N' TO WS-EOF-RECOVERY
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-RECOVERY
           END-IF
           PERFORM UNTIL EOF-RECOVERY
               READ RECOVERY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RECOVERY
                   NOT AT END
                       IF RV-WRITE-OFF
                           PERFORM 1450-ADD-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECOVERY-STATUS = '00' OR WS-RECOVERY-STATUS = '10'
               CLOSE RECOVERY-FILE
           END-IF.

       1450-ADD-WRITE-OFF.
           SET WOF-IDX TO 1
           IF WS-WOF-COUNT > ZERO
               SEARCH WS-WOF-ENTRY
                   AT END
                       SET WOF-IDX TO WS-WOF-COUNT
                       SET WOF-IDX UP BY 1
                   WHEN WS-WOF-ACCOUNT-NO (WOF-IDX) = RV-ACCOUNT-NO
                       CONTINUE
               END-SEARCH
           END-IF
           IF WOF-IDX > WS-WOF-COUNT
               IF WS-WOF-COUNT < 2000
                   ADD 1 TO WS-WOF-COUNT
                   SET WOF-IDX TO WS-WOF-COUNT
                   MOVE RV-ACCOUNT-NO TO WS-WOF-ACCOUNT-NO (WOF-IDX)
                   MOVE ZERO TO WS-WOF-AMOUNT (WOF-IDX)
               ELSE
                   DISPLAY 'WRITE-OFF TABLE FULL, ACCOUNT '
                       RV-ACCOUNT-NO ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD RV-AMOUNT TO WS-WOF-AMOUNT (WOF-IDX).

      *    Earlier months go straight to the extract and the grid.
      *    This month already on file means the run has been made;
      *    a second pass would double the history, so it is refused.
       1500-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-HISTORY
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-HISTORY
           END-IF
           PERFORM UNTIL EOF-HISTORY
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HISTORY
                   NOT AT END
                       IF VH-REPORT-MONTH NOT < WS-REPORT-MONTH
                           DISPLAY 'VINTAGES FOR ' VH-REPORT-MONTH
                               ' ALREADY ON HISTORY - RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       PERFORM 3200-WRITE-EXTRACT-RECORD
                       PERFORM 3300-POST-TO-GRID
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
               CLOSE HISTORY-FILE
           END-IF.

      *    Every loan with an opening on the audit counts toward its
      *    vintage's original principal, whatever its state today.
       2000-MEASURE-LOANS.
           IF LF-HEADER-KEY OR LF-TRAILER-KEY
               CONTINUE
           ELSE
               ADD 1 TO WS-LOANS-READ
               PERFORM 2200-FIND-ORIGINATION
               IF NOT ORIGIN-FOUND
                   ADD 1 TO WS-LOANS-NO-ORIGIN
               ELSE
                   PERFORM 2300-LOOKUP-CURRENCY
                   IF CURRENCY-FOUND
                       PERFORM 2400-ADD-TO-VINTAGE
                   ELSE
                       ADD 1 TO WS-LOANS-NO-CURRENCY
                       MOVE SPACES TO REPORT-LINE
                       STRING 'ACCOUNT ' LI-ACCOUNT-NO
                           ' LEFT OUT - CURRENCY ' LI-CURRENCY-CODE
                           ' NOT ON CURRDD'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-LOAN.

       2100-READ-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LOAN
           END-READ.

       2200-FIND-ORIGINATION.
           MOVE 'N' TO WS-ORIGIN-FOUND
           IF WS-ORG-COUNT > ZERO
               SET ORG-IDX TO 1
               SEARCH WS-ORG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ORG-ACCOUNT-NO (ORG-IDX) = LI-ACCOUNT-NO
                       MOVE 'Y' TO WS-ORIGIN-FOUND
               END-SEARCH
           END-IF.

       2300-LOOKUP-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-FOUND
           MOVE 1 TO WS-CONVERSION-RATE
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-CURRENCY-CODE (CURR-IDX) = LI-CURRENCY-CODE
                       MOVE 'Y' TO WS-CURRENCY-FOUND
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF.

       2400-ADD-TO-VINTAGE.
           MOVE LI-PRODUCT-CODE TO WS-WANTED-PRODUCT
           MOVE WS-ORG-MONTH (ORG-IDX) TO WS-WANTED-VINTAGE
           SET VIN-IDX TO 1
           IF WS-VIN-COUNT > ZERO
               SEARCH WS-VIN-ENTRY
                   AT END
                       SET VIN-IDX TO WS-VIN-COUNT
                       SET VIN-IDX UP BY 1
                   WHEN WS-VIN-PRODUCT (VIN-IDX) = WS-WANTED-PRODUCT
                       AND WS-VIN-MONTH (VIN-IDX) = WS-WANTED-VINTAGE
                       CONTINUE
               END-SEARCH
           END-IF
           IF VIN-IDX > WS-VIN-COUNT
               IF WS-VIN-COUNT < 1000
                   ADD 1 TO WS-VIN-COUNT
                   SET VIN-IDX TO WS-VIN-COUNT
                   INITIALIZE WS-VIN-ENTRY (VIN-IDX)
                   MOVE WS-WANTED-PRODUCT TO WS-VIN-PRODUCT (VIN-IDX)
                   MOVE WS-WANTED-VINTAGE TO WS-VIN-MONTH (VIN-IDX)
               ELSE
                   DISPLAY 'VINTAGE TABLE FULL, PRODUCT '
                       WS-WANTED-PRODUCT ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-VIN-LOANS (VIN-IDX)
           ADD 1 TO WS-LOANS-MEASURED
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               WS-ORG-PRINCIPAL (ORG-IDX) * WS-CONVERSION-RATE
           ADD WS-BASE-AMOUNT TO WS-VIN-ORIGINAL (VIN-IDX)
           EVALUATE TRUE
               WHEN LI-STAT-WRITTEN-OFF
                   PERFORM 2600-FIND-WRITE-OFF
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                       WS-WRITEOFF-AMOUNT * WS-CONVERSION-RATE
                   ADD WS-BASE-AMOUNT TO WS-VIN-WRITEOFF (VIN-IDX)
               WHEN LI-STAT-PAID-OFF
                   CONTINUE
               WHEN OTHER
                   PERFORM 2500-COMPUTE-DAYS-PAST-DUE
                   IF WS-DAYS-PAST-DUE NOT < 30
                           AND LI-PRINCIPAL IS NUMERIC
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           LI-PRINCIPAL * WS-CONVERSION-RATE
                       ADD WS-BASE-AMOUNT TO WS-VIN-DPD30 (VIN-IDX)
                       IF WS-DAYS-PAST-DUE NOT < 60
                           ADD WS-BASE-AMOUNT
                               TO WS-VIN-DPD60 (VIN-IDX)
                       END-IF
                       IF WS-DAYS-PAST-DUE NOT < 90
                           ADD WS-BASE-AMOUNT
                               TO WS-VIN-DPD90 (VIN-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       2500-COMPUTE-DAYS-PAST-DUE.
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

      *    A write-off with no RECOVDD record (written off before
      *    recovery tracking) is taken at the balance left on file.
       2600-FIND-WRITE-OFF.
           MOVE ZERO TO WS-WRITEOFF-AMOUNT
           IF LI-PRINCIPAL IS NUMERIC
               MOVE LI-PRINCIPAL TO WS-WRITEOFF-AMOUNT
           END-IF
           IF WS-WOF-COUNT > ZERO
               SET WOF-IDX TO 1
               SEARCH WS-WOF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WOF-ACCOUNT-NO (WOF-IDX) = LI-ACCOUNT-NO
                       MOVE WS-WOF-AMOUNT (WOF-IDX)
                           TO WS-WRITEOFF-AMOUNT
               END-SEARCH
           END-IF.

       3000-APPEND-MONTH.
           OPEN EXTEND HISTORY-FILE
           PERFORM VARYING VIN-IDX FROM 1 BY 1
                   UNTIL VIN-IDX > WS-VIN-COUNT
               PERFORM 3100-BUILD-HISTORY-RECORD
               WRITE VINTAGE-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-WRITTEN
               PERFORM 3200-WRITE-EXTRACT-RECORD
               PERFORM 3300-POST-TO-GRID
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-EXTRACT-WRITTEN TO FT-RECORD-COUNT
           MOVE WS-EXTRACT-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD.

       3100-BUILD-HISTORY-RECORD.
           MOVE WS-VIN-PRODUCT (VIN-IDX) TO VH-PRODUCT-CODE
           MOVE WS-VIN-MONTH (VIN-IDX) TO VH-VINTAGE-MONTH
           MOVE WS-REPORT-MONTH TO VH-REPORT-MONTH
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
           COMPUTE WS-MOB =
               WS-MONTH-WORK-YEAR * 12 + WS-MONTH-WORK-MONTH
           MOVE WS-VIN-MONTH (VIN-IDX) TO WS-MONTH-WORK
           COMPUTE WS-MOB = WS-MOB -
               (WS-MONTH-WORK-YEAR * 12 + WS-MONTH-WORK-MONTH)
           IF WS-MOB < ZERO
               MOVE ZERO TO WS-MOB
           END-IF
           MOVE WS-MOB TO VH-MONTHS-ON-BOOK
           MOVE WS-VIN-LOANS (VIN-IDX) TO VH-LOAN-COUNT
           MOVE WS-VIN-ORIGINAL (VIN-IDX) TO VH-ORIGINAL-PRINCIPAL
           MOVE WS-VIN-DPD30 (VIN-IDX) TO VH-DPD30-BALANCE
           MOVE WS-VIN-DPD60 (VIN-IDX) TO VH-DPD60-BALANCE
           MOVE WS-VIN-DPD90 (VIN-IDX) TO VH-DPD90-BALANCE
           MOVE WS-VIN-WRITEOFF (VIN-IDX) TO VH-WRITEOFF-AMOUNT
           MOVE ZERO TO VH-DPD30-PCT VH-DPD60-PCT VH-DPD90-PCT
               VH-WRITEOFF-PCT
           IF VH-ORIGINAL-PRINCIPAL > ZERO
               COMPUTE VH-DPD30-PCT ROUNDED =
                   VH-DPD30-BALANCE * 100 / VH-ORIGINAL-PRINCIPAL
                   ON SIZE ERROR
                       MOVE 999.99 TO VH-DPD30-PCT
               END-COMPUTE
               COMPUTE VH-DPD60-PCT ROUNDED =
                   VH-DPD60-BALANCE * 100 / VH-ORIGINAL-PRINCIPAL
                   ON SIZE ERROR
                       MOVE 999.99 TO VH-DPD60-PCT
               END-COMPUTE
               COMPUTE VH-DPD90-PCT ROUNDED =
                   VH-DPD90-BALANCE * 100 / VH-ORIGINAL-PRINCIPAL
                   ON SIZE ERROR
                       MOVE 999.99 TO VH-DPD90-PCT
               END-COMPUTE
               COMPUTE VH-WRITEOFF-PCT ROUNDED =
                   VH-WRITEOFF-AMOUNT * 100 / VH-ORIGINAL-PRINCIPAL
                   ON SIZE ERROR
                       MOVE 999.99 TO VH-WRITEOFF-PCT
               END-COMPUTE
           END-IF.

       3200-WRITE-EXTRACT-RECORD.
           MOVE VINTAGE-HISTORY-RECORD TO VINTAGE-EXTRACT-RECORD
           WRITE VINTAGE-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-WRITTEN
           ADD VH-ORIGINAL-PRINCIPAL TO WS-EXTRACT-HASH.

       3300-POST-TO-GRID.
           IF VH-MONTHS-ON-BOOK NOT < 1 AND VH-MONTHS-ON-BOOK NOT > 12
               PERFORM 3400-LOCATE-GRID-ROW
               MOVE VH-MONTHS-ON-BOOK TO WS-MOB-SUB
               MOVE 'Y' TO WS-GRID-MEASURED (GRID-IDX, WS-MOB-SUB)
               MOVE VH-DPD30-PCT
                   TO WS-GRID-PCT (GRID-IDX, WS-MOB-SUB, 1)
               MOVE VH-DPD60-PCT
                   TO WS-GRID-PCT (GRID-IDX, WS-MOB-SUB, 2)
               MOVE VH-DPD90-PCT
                   TO WS-GRID-PCT (GRID-IDX, WS-MOB-SUB, 3)
               MOVE VH-WRITEOFF-PCT
                   TO WS-GRID-PCT (GRID-IDX, WS-MOB-SUB, 4)
           END-IF.

       3400-LOCATE-GRID-ROW.
           SET GRID-IDX TO 1
           IF WS-GRID-COUNT > ZERO
               SEARCH WS-GRID-ENTRY
                   AT END
                       SET GRID-IDX TO WS-GRID-COUNT
                       SET GRID-IDX UP BY 1
                   WHEN WS-GRID-PRODUCT (GRID-IDX) = VH-PRODUCT-CODE
                       AND WS-GRID-VINTAGE (GRID-IDX) = VH-VINTAGE-MONTH
                       CONTINUE
               END-SEARCH
           END-IF
           IF GRID-IDX > WS-GRID-COUNT
               IF WS-GRID-COUNT < 2000
                   ADD 1 TO WS-GRID-COUNT
                   SET GRID-IDX TO WS-GRID-COUNT
                   INITIALIZE WS-GRID-ENTRY (GRID-IDX)
                   MOVE VH-PRODUCT-CODE TO WS-GRID-PRODUCT (GRID-IDX)
                   MOVE VH-VINTAGE-MONTH TO WS-GRID-VINTAGE (GRID-IDX)
                   PERFORM 3500-KEEP-PRODUCT
               ELSE
                   DISPLAY 'VINTAGE GRID FULL, PRODUCT '
                       VH-PRODUCT-CODE ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       3500-KEEP-PRODUCT.
           SET PLIST-IDX TO 1
           IF WS-PLIST-COUNT > ZERO
               SEARCH WS-PLIST-ENTRY
                   AT END
                       SET PLIST-IDX TO WS-PLIST-COUNT
                       SET PLIST-IDX UP BY 1
                   WHEN WS-PLIST-PRODUCT (PLIST-IDX) = VH-PRODUCT-CODE
                       CONTINUE
               END-SEARCH
           END-IF
           IF PLIST-IDX > WS-PLIST-COUNT
               IF WS-PLIST-COUNT < 100
                   ADD 1 TO WS-PLIST-COUNT
                   MOVE VH-PRODUCT-CODE
                       TO WS-PLIST-PRODUCT (WS-PLIST-COUNT)
               ELSE
                   DISPLAY 'PRODUCT LIST FULL, PRODUCT '
                       VH-PRODUCT-CODE ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    One matrix per product and measure: vintages down in the
      *    order they first appear on the history, which is the
      *    order they were booked.
       4000-WRITE-VINTAGE-REPORT.
           PERFORM VARYING PLIST-IDX FROM 1 BY 1
                   UNTIL PLIST-IDX > WS-PLIST-COUNT
               PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                       UNTIL WS-MEASURE-SUB > 4
                   PERFORM 4100-WRITE-MATRIX
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-MEASURED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS MEASURED     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-NO-ORIGIN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'NO OPENING ON AUDIT: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-NO-CURRENCY TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'UNKNOWN CURRENCY   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-HISTORY-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'VINTAGES THIS MONTH: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXTRACT-WRITTEN TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EXTRACT RECORDS    : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-LOANS-NO-CURRENCY > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-WRITE-MATRIX.
           IF WS-PLIST-PRODUCT (PLIST-IDX) = SPACES
               MOVE '(NONE)' TO WS-PRODUCT-TEXT
           ELSE
               MOVE WS-PLIST-PRODUCT (PLIST-IDX) TO WS-PRODUCT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PRODUCT ' WS-PRODUCT-TEXT
               '  % OF ORIGINAL PRINCIPAL '
               WS-MEASURE-NAME (WS-MEASURE-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'VINTAGE '
               '   MOB1  MOB2  MOB3  MOB4  MOB5  MOB6'
               '  MOB7  MOB8  MOB9 MOB10 MOB11 MOB12'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING GRID-IDX FROM 1 BY 1
                   UNTIL GRID-IDX > WS-GRID-COUNT
               IF WS-GRID-PRODUCT (GRID-IDX) =
                       WS-PLIST-PRODUCT (PLIST-IDX)
                   PERFORM 4200-WRITE-MATRIX-ROW
               END-IF
           END-PERFORM.

       4200-WRITE-MATRIX-ROW.
           MOVE SPACES TO WS-MATRIX-LINE
           MOVE WS-GRID-VINTAGE (GRID-IDX) TO WS-ML-VINTAGE
           PERFORM VARYING WS-MOB-SUB FROM 1 BY 1
                   UNTIL WS-MOB-SUB > 12
               IF WS-GRID-MEASURED (GRID-IDX, WS-MOB-SUB) = 'Y'
                   MOVE WS-GRID-PCT (GRID-IDX, WS-MOB-SUB,
                                     WS-MEASURE-SUB)
                       TO WS-ML-PCT (WS-MOB-SUB)
               END-IF
           END-PERFORM
           MOVE WS-MATRIX-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       9000-TERMINATE.
           CLOSE LOAN-MASTER
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'SAFRA   ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           MOVE WS-HISTORY-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-LOANS-NO-CURRENCY TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
