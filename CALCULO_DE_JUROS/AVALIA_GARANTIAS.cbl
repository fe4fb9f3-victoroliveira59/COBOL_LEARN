      *****************************************************************
      * Program name:    AVALIA-GARANTIAS
      * Original author: MAINT
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26 MAINT   Created: monthly loan-to-value monitoring.
      *                  Every active collateral item on COLLMSTDD is
      *                  valued in base at the current CURRDD rates
      *                  and shared among the live loans it secures
      *                  (COLLNKDD) in proportion to their principal.
      *                  Loan-to-value is reported per loan and per
      *                  customer; loans above the product's LTV
      *                  limit and items whose appraisal is older
      *                  than the LTVCTLDD limit are flagged, and the
      *                  secured/unsecured split of every live loan
      *                  goes to the LTVEXTDD extract for EXPOE-
      *                  CLIENTES.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AVALIA-GARANTIAS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-3081.
        OBJECT-COMPUTER. IBM-3081.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO LTVCTLDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
         SELECT CURRENCY-FILE ASSIGN TO CURRDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PRODUCT-FILE ASSIGN TO PRODMSTDD
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRODUCT-STATUS.
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
         SELECT EXTRACT-FILE ASSIGN TO LTVEXTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO LTVRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-FILE
            RECORDING MODE IS F.
        COPY LTVCTL.

        FD  CURRENCY-FILE
            RECORDING MODE IS F.
        COPY CURRFILE.

        FD  PRODUCT-FILE
            RECORDING MODE IS F.
        COPY PRODFILE.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
        COPY LOANIN.

        FD  COLLATERAL-MASTER
            RECORDING MODE IS F.
        COPY COLLMST.

        FD  COLLATERAL-LINK
            RECORDING MODE IS F.
        COPY COLLINK.

        FD  EXTRACT-FILE
            RECORDING MODE IS F.
        COPY COLLEXT.
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

        COPY DATEWORK REPLACING DATE-PARM BY WS-SYSTEM-DATE-PARM,
            DATE-YEAR BY WS-SYSTEM-DATE-YEAR,
            DATE-MONTH BY WS-SYSTEM-DATE-MONTH,
            DATE-DAY BY WS-SYSTEM-DATE-DAY,
            DATE-UTC-HOUR BY WS-SYSTEM-DATE-UTC-HOUR,
            DATE-UTC-MINUTE BY WS-SYSTEM-DATE-UTC-MINUTE.

        COPY CURRTAB.
        COPY PRODTAB.
        01  WS-FLAGS.
            05  WS-CONTROL-STATUS       PIC X(02).
            05  WS-PRODUCT-STATUS       PIC X(02).
            05  WS-MASTER-STATUS        PIC X(02).
            05  WS-COLLATERAL-STATUS    PIC X(02).
            05  WS-LINK-STATUS          PIC X(02).
            05  WS-EOF-CURRENCY         PIC X(01) VALUE 'N'.
                88  EOF-CURRENCY                   VALUE 'Y'.
            05  WS-EOF-PRODUCT          PIC X(01) VALUE 'N'.
                88  EOF-PRODUCT                    VALUE 'Y'.
            05  WS-EOF-LOAN             PIC X(01) VALUE 'N'.
                88  EOF-LOAN                       VALUE 'Y'.
            05  WS-EOF-LINK             PIC X(01) VALUE 'N'.
                88  EOF-LINK                       VALUE 'Y'.
            05  WS-LOAN-FOUND           PIC X(01) VALUE 'N'.
                88  LOAN-FOUND                     VALUE 'Y'.
            05  WS-OWNER-FOUND          PIC X(01) VALUE 'N'.
                88  OWNER-FOUND                    VALUE 'Y'.
            05  WS-ITEM-STALE           PIC X(01) VALUE 'N'.
                88  ITEM-STALE                     VALUE 'Y'.
            05  WS-PROD-CURR-SUB        PIC 9(01).

      *    Live loans (neither paid-off nor written-off) with their
      *    base principal and the collateral shared to them.
        01  WS-LOAN-TABLE.
            05  WS-LOAN-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-LOAN-ENTRY OCCURS 1 TO 2000 TIMES
                    DEPENDING ON WS-LOAN-COUNT
                    INDEXED BY LOAN-IDX.
                10  WS-LOAN-ACCOUNT-NO  PIC X(10).
                10  WS-LOAN-CUSTOMER-ID PIC 9(5).
                10  WS-LOAN-PRODUCT     PIC X(04).
                10  WS-LOAN-CURRENCY    PIC X(03).
                10  WS-LOAN-LTV-LIMIT   PIC 9(3)V99.
                10  WS-LOAN-PRINCIPAL   PIC 9(13)V99.
                10  WS-LOAN-GROSS       PIC 9(13)V99.
                10  WS-LOAN-NET         PIC 9(13)V99.
                10  WS-LOAN-LINKED      PIC X(01).
                10  WS-LOAN-STALE       PIC X(01).

      *    Loans linked to the item now being valued, by their
      *    position in the loan table.
        01  WS-ITEM-TABLE.
            05  WS-ITEM-ID              PIC X(10) VALUE SPACES.
            05  WS-ITEM-PRINCIPAL       PIC 9(13)V99 VALUE ZERO.
            05  WS-ITEM-LOANS           PIC 9(03) VALUE ZERO.
            05  WS-ITEM-ENTRY OCCURS 1 TO 100 TIMES
                    DEPENDING ON WS-ITEM-LOANS
                    INDEXED BY ITEM-IDX.
                10  WS-ITEM-LOAN-POS    PIC 9(04).

        01  WS-CUSTOMER-TABLE.
            05  WS-CUST-COUNT           PIC 9(04) VALUE ZERO.
            05  WS-CUST-ENTRY OCCURS 1 TO 1000 TIMES
                    DEPENDING ON WS-CUST-COUNT
                    INDEXED BY CUST-IDX.
                10  WS-CUST-CUSTOMER-ID PIC 9(5).
                10  WS-CUST-LOANS       PIC 9(05).
                10  WS-CUST-PRINCIPAL   PIC 9(13)V99.
                10  WS-CUST-GROSS       PIC 9(13)V99.
                10  WS-CUST-NET         PIC 9(13)V99.

        01  WS-WORK-FIELDS.
            05  WS-TODAY-DATE           PIC 9(08).
            05  WS-STALE-MONTHS         PIC 9(03) VALUE 12.
            05  WS-CUTOFF-MONTHS        PIC 9(06).
            05  WS-CUTOFF-YEAR          PIC 9(04).
            05  WS-CUTOFF-MONTH         PIC 9(02).
            05  WS-CUTOFF-DATE          PIC 9(08).
            05  WS-LOOKUP-CURRENCY      PIC X(03).
            05  WS-CONVERSION-RATE      PIC 9(5)V9(6).
            05  WS-ITEM-GROSS           PIC 9(13)V99.
            05  WS-ITEM-NET             PIC 9(13)V99.
            05  WS-SHARE-GROSS          PIC 9(13)V99.
            05  WS-SHARE-NET            PIC 9(13)V99.
            05  WS-LTV-PCT              PIC 9(5)V99.
            05  WS-LOAN-POS             PIC 9(04).
            05  WS-LTV-FLAGS            PIC X(11).

        01  WS-CONTROL-TOTALS.
            05  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-LINKS-READ           PIC 9(7)  VALUE ZERO.
            05  WS-ITEMS-VALUED         PIC 9(7)  VALUE ZERO.
            05  WS-SECURED-LOANS        PIC 9(7)  VALUE ZERO.
            05  WS-LOANS-OVER-LIMIT     PIC 9(7)  VALUE ZERO.
            05  WS-STALE-ITEMS          PIC 9(7)  VALUE ZERO.
            05  WS-EXCEPTIONS           PIC 9(7)  VALUE ZERO.
            05  WS-EXTRACT-WRITTEN      PIC 9(7)  VALUE ZERO.
            05  WS-EXTRACT-HASH         PIC 9(11)V9(6) VALUE ZERO.
            05  WS-TOTAL-PRINCIPAL      PIC 9(13)V99 VALUE ZERO.
            05  WS-TOTAL-SECURED        PIC 9(13)V99 VALUE ZERO.
            05  WS-TOTAL-UNSECURED      PIC 9(13)V99 VALUE ZERO.

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
            05  WS-EDIT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-AMOUNT-2        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-AMOUNT-3        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-EDIT-PCT             PIC ZZZZ9.99.
            05  WS-EDIT-LIMIT           PIC ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LINKS UNTIL EOF-LINK
           PERFORM 2500-VALUE-ITEM
           PERFORM 3000-REPORT-LOANS
           PERFORM 4000-REPORT-CUSTOMERS
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
           PERFORM 1200-LOAD-CURRENCY-TABLE
           PERFORM 1300-LOAD-PRODUCT-TABLE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'AVALIA-GARANTIAS LOAN-TO-VALUE MONITORING AS OF '
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1400-LOAD-LOANS
           OPEN INPUT COLLATERAL-MASTER
           IF WS-COLLATERAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLMSTDD, STATUS='
                   WS-COLLATERAL-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COLLATERAL-LINK
           IF WS-LINK-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLNKDD, STATUS='
                   WS-LINK-STATUS ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-LINK
           IF NOT EOF-LINK
               MOVE CK-COLLATERAL-ID TO WS-ITEM-ID
           END-IF.

      *    An appraisal dated before the cutoff (run date less the
      *    stale-months limit) is stale.
       1100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LV-STALE-MONTHS IS NUMERIC
                               AND LV-STALE-MONTHS > ZERO
                           MOVE LV-STALE-MONTHS TO WS-STALE-MONTHS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           COMPUTE WS-CUTOFF-MONTHS =
               WS-SYSTEM-DATE-YEAR * 12 + WS-SYSTEM-DATE-MONTH - 1
               - WS-STALE-MONTHS
           DIVIDE WS-CUTOFF-MONTHS BY 12 GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH
           COMPUTE WS-CUTOFF-DATE =
               WS-CUTOFF-YEAR * 10000 +
               (WS-CUTOFF-MONTH + 1) * 100 +
               WS-SYSTEM-DATE-DAY.

       1200-LOAD-CURRENCY-TABLE.
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

      *    A missing product master, or a product record written
      *    before the LTV limit was carried, means no limit.
       1300-LOAD-PRODUCT-TABLE.
           MOVE ZERO TO WS-PRODUCT-COUNT
           MOVE 'N' TO WS-EOF-PRODUCT
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PRODUCT
           END-IF
           PERFORM UNTIL EOF-PRODUCT
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PRODUCT
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 50
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE PD-PRODUCT-CODE TO
                               PR-PRODUCT-CODE (WS-PRODUCT-COUNT)
                           MOVE PD-DESCRIPTION TO
                               PR-DESCRIPTION (WS-PRODUCT-COUNT)
                           PERFORM VARYING WS-PROD-CURR-SUB
                                   FROM 1 BY 1
                                   UNTIL WS-PROD-CURR-SUB > 5
                               MOVE PD-ALLOWED-CURRENCY
                                   (WS-PROD-CURR-SUB) TO
                                   PR-ALLOWED-CURRENCY
                                   (WS-PRODUCT-COUNT
                                       WS-PROD-CURR-SUB)
                           END-PERFORM
                           MOVE PD-DEFAULT-DCC TO
                               PR-DEFAULT-DCC (WS-PRODUCT-COUNT)
                           MOVE PD-ALLOWED-INDEX-CODE TO
                               PR-ALLOWED-INDEX (WS-PRODUCT-COUNT)
                           MOVE PD-RATE-FLOOR-PCT TO
                               PR-RATE-FLOOR-PCT (WS-PRODUCT-COUNT)
                           MOVE PD-RATE-CEILING-PCT TO
                               PR-RATE-CEILING-PCT
                               (WS-PRODUCT-COUNT)
                           MOVE PD-PENALTY-ELIGIBLE TO
                               PR-PENALTY-ELIGIBLE
                               (WS-PRODUCT-COUNT)
                           IF PD-MAX-LTV-PCT IS NUMERIC
                               MOVE PD-MAX-LTV-PCT TO
                                   PR-MAX-LTV-PCT (WS-PRODUCT-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   PR-MAX-LTV-PCT (WS-PRODUCT-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'PRODUCT TABLE FULL, CODE '
                               PD-PRODUCT-CODE ' - RUN ABORTED'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRODUCT-STATUS = '00' OR WS-PRODUCT-STATUS = '10'
               CLOSE PRODUCT-FILE
           END-IF.

      *    Paid-off and written-off loans carry no exposure and so
      *    take no share of the collateral.
       1400-LOAD-LOANS.
           OPEN INPUT LOAN-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INFILE, STATUS=' WS-MASTER-STATUS
                   ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-LOAN
           PERFORM UNTIL EOF-LOAN
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LOAN
                   NOT AT END
                       IF LF-HEADER-KEY OR LF-TRAILER-KEY
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-LOANS-READ
                           IF LI-PRINCIPAL IS NUMERIC
                                   AND NOT LI-STAT-PAID-OFF
                                   AND NOT LI-STAT-WRITTEN-OFF
                               PERFORM 1450-ADD-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-MASTER.

       1450-ADD-LOAN.
           IF WS-LOAN-COUNT NOT < 2000
               DISPLAY 'LOAN TABLE FULL, ACCOUNT '
                   LI-ACCOUNT-NO ' - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           SET LOAN-IDX TO WS-LOAN-COUNT
           MOVE LI-ACCOUNT-NO TO WS-LOAN-ACCOUNT-NO (LOAN-IDX)
           MOVE LI-CUSTOMER-ID TO WS-LOAN-CUSTOMER-ID (LOAN-IDX)
           MOVE LI-PRODUCT-CODE TO WS-LOAN-PRODUCT (LOAN-IDX)
           MOVE LI-CURRENCY-CODE TO WS-LOAN-CURRENCY (LOAN-IDX)
           MOVE LI-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2700-LOOKUP-CURRENCY
           COMPUTE WS-LOAN-PRINCIPAL (LOAN-IDX) ROUNDED =
               LI-PRINCIPAL * WS-CONVERSION-RATE
           MOVE ZERO TO WS-LOAN-GROSS (LOAN-IDX)
           MOVE ZERO TO WS-LOAN-NET (LOAN-IDX)
           MOVE 'N' TO WS-LOAN-LINKED (LOAN-IDX)
           MOVE 'N' TO WS-LOAN-STALE (LOAN-IDX)
           MOVE ZERO TO WS-LOAN-LTV-LIMIT (LOAN-IDX)
           IF WS-PRODUCT-COUNT > ZERO
               SET PROD-IDX TO 1
               SEARCH PRODUCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN PR-PRODUCT-CODE (PROD-IDX) = LI-PRODUCT-CODE
                       MOVE PR-MAX-LTV-PCT (PROD-IDX) TO
                           WS-LOAN-LTV-LIMIT (LOAN-IDX)
               END-SEARCH
           END-IF.

      *    The link file arrives in item order; the links of one
      *    item are gathered and the item is valued and shared out
      *    when the item changes.
       2000-PROCESS-LINKS.
           IF CK-COLLATERAL-ID NOT = WS-ITEM-ID
               PERFORM 2500-VALUE-ITEM
               MOVE CK-COLLATERAL-ID TO WS-ITEM-ID
           END-IF
           ADD 1 TO WS-LINKS-READ
           MOVE 'N' TO WS-LOAN-FOUND
           IF WS-LOAN-COUNT > ZERO
               SET LOAN-IDX TO 1
               SEARCH WS-LOAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LOAN-ACCOUNT-NO (LOAN-IDX) = CK-ACCOUNT-NO
                       MOVE 'Y' TO WS-LOAN-FOUND
               END-SEARCH
           END-IF
           IF NOT LOAN-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'LINK TO LOAN NOT LIVE : ' CK-COLLATERAL-ID
                   ' ' CK-ACCOUNT-NO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EXCEPTIONS
           ELSE
               IF WS-ITEM-LOANS NOT < 100
                   DISPLAY 'ITEM LINK TABLE FULL, ITEM '
                       CK-COLLATERAL-ID ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ITEM-LOANS
               SET WS-ITEM-LOAN-POS (WS-ITEM-LOANS) TO LOAN-IDX
               ADD WS-LOAN-PRINCIPAL (LOAN-IDX) TO WS-ITEM-PRINCIPAL
           END-IF
           PERFORM 2100-READ-LINK.

       2100-READ-LINK.
           READ COLLATERAL-LINK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-LINK
           END-READ.

      *    The item's base value is shared among its live loans by
      *    principal (equally when they owe nothing); the gross
      *    share drives loan-to-value, the share after haircut is
      *    the secured amount.
       2500-VALUE-ITEM.
           IF WS-ITEM-LOANS > ZERO
               MOVE WS-ITEM-ID TO CL-COLLATERAL-ID
               READ COLLATERAL-MASTER
                   KEY IS CL-COLLATERAL-ID
                   INVALID KEY
                       MOVE SPACES TO REPORT-LINE
                       STRING 'ITEM NOT ON MASTER    : ' WS-ITEM-ID
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO WS-EXCEPTIONS
                   NOT INVALID KEY
                       IF CL-ACTIVE
                           PERFORM 2600-SHARE-ITEM
                       END-IF
               END-READ
           END-IF
           MOVE ZERO TO WS-ITEM-LOANS
           MOVE ZERO TO WS-ITEM-PRINCIPAL.

       2600-SHARE-ITEM.
           ADD 1 TO WS-ITEMS-VALUED
           MOVE CL-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           PERFORM 2700-LOOKUP-CURRENCY
           COMPUTE WS-ITEM-GROSS ROUNDED =
               CL-APPRAISAL-VALUE * WS-CONVERSION-RATE
           COMPUTE WS-ITEM-NET ROUNDED =
               WS-ITEM-GROSS * (100 - CL-HAIRCUT-PCT) / 100
           MOVE 'N' TO WS-ITEM-STALE
           IF CL-APPRAISAL-DATE NOT NUMERIC
                   OR CL-APPRAISAL-DATE < WS-CUTOFF-DATE
               MOVE 'Y' TO WS-ITEM-STALE
               ADD 1 TO WS-STALE-ITEMS
               MOVE SPACES TO REPORT-LINE
               STRING 'STALE APPRAISAL       : ' CL-COLLATERAL-ID
                   ' ' CL-COLLATERAL-TYPE ' APPRAISED '
                   CL-APPRAISAL-DATE ' ' CL-DESCRIPTION (1:20)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > WS-ITEM-LOANS
               MOVE WS-ITEM-LOAN-POS (ITEM-IDX) TO WS-LOAN-POS
               SET LOAN-IDX TO WS-LOAN-POS
               IF WS-ITEM-PRINCIPAL > ZERO
                   COMPUTE WS-SHARE-GROSS ROUNDED =
                       WS-ITEM-GROSS * WS-LOAN-PRINCIPAL (LOAN-IDX)
                       / WS-ITEM-PRINCIPAL
                   COMPUTE WS-SHARE-NET ROUNDED =
                       WS-ITEM-NET * WS-LOAN-PRINCIPAL (LOAN-IDX)
                       / WS-ITEM-PRINCIPAL
               ELSE
                   COMPUTE WS-SHARE-GROSS ROUNDED =
                       WS-ITEM-GROSS / WS-ITEM-LOANS
                   COMPUTE WS-SHARE-NET ROUNDED =
                       WS-ITEM-NET / WS-ITEM-LOANS
               END-IF
               ADD WS-SHARE-GROSS TO WS-LOAN-GROSS (LOAN-IDX)
               ADD WS-SHARE-NET TO WS-LOAN-NET (LOAN-IDX)
               MOVE 'Y' TO WS-LOAN-LINKED (LOAN-IDX)
               IF ITEM-STALE
                   MOVE 'Y' TO WS-LOAN-STALE (LOAN-IDX)
               END-IF
           END-PERFORM.

       2700-LOOKUP-CURRENCY.
           MOVE 1 TO WS-CONVERSION-RATE
           IF WS-CURRENCY-COUNT > ZERO
               SET CURR-IDX TO 1
               SEARCH CURRENCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN CT-CURRENCY-CODE (CURR-IDX) =
                           WS-LOOKUP-CURRENCY
                       MOVE CT-CONVERSION-RATE (CURR-IDX)
                           TO WS-CONVERSION-RATE
               END-SEARCH
           END-IF.

       3000-REPORT-LOANS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNT    CUR  PRINCIPAL (BASE)        COLLATERAL'
               '     LTV%  LIMIT FLAGS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE 'COLLTV  ' TO FH-FEED-ID
           MOVE WS-TODAY-DATE TO FH-BUSINESS-DATE
           WRITE FEED-HEADER-RECORD
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > WS-LOAN-COUNT
               PERFORM 3100-ASSESS-LOAN
           END-PERFORM
           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-EXTRACT-WRITTEN TO FT-RECORD-COUNT
           MOVE WS-EXTRACT-HASH TO FT-HASH-TOTAL
           WRITE FEED-TRAILER-RECORD
           CLOSE EXTRACT-FILE.

       3100-ASSESS-LOAN.
           MOVE SPACES TO COLLATERAL-EXTRACT-RECORD
           MOVE WS-LOAN-ACCOUNT-NO (LOAN-IDX) TO LX-ACCOUNT-NO
           MOVE WS-LOAN-CUSTOMER-ID (LOAN-IDX) TO LX-CUSTOMER-ID
           MOVE WS-LOAN-PRODUCT (LOAN-IDX) TO LX-PRODUCT-CODE
           MOVE WS-LOAN-CURRENCY (LOAN-IDX) TO LX-CURRENCY-CODE
           MOVE WS-LOAN-PRINCIPAL (LOAN-IDX) TO LX-BASE-PRINCIPAL
           MOVE WS-LOAN-GROSS (LOAN-IDX) TO LX-COLLATERAL-VALUE
           IF WS-LOAN-NET (LOAN-IDX) > WS-LOAN-PRINCIPAL (LOAN-IDX)
               MOVE WS-LOAN-PRINCIPAL (LOAN-IDX) TO LX-SECURED-AMOUNT
           ELSE
               MOVE WS-LOAN-NET (LOAN-IDX) TO LX-SECURED-AMOUNT
           END-IF
           COMPUTE LX-UNSECURED-AMOUNT =
               LX-BASE-PRINCIPAL - LX-SECURED-AMOUNT
           MOVE ZERO TO LX-LTV-PCT
           MOVE 'N' TO LX-OVER-LIMIT-FLAG
           MOVE WS-LOAN-STALE (LOAN-IDX) TO LX-STALE-FLAG
           MOVE WS-TODAY-DATE TO LX-AS-OF-DATE
           IF LX-COLLATERAL-VALUE > ZERO
               COMPUTE LX-LTV-PCT ROUNDED =
                   LX-BASE-PRINCIPAL * 100 / LX-COLLATERAL-VALUE
                   ON SIZE ERROR
                       MOVE 99999.99 TO LX-LTV-PCT
               END-COMPUTE
               IF WS-LOAN-LTV-LIMIT (LOAN-IDX) > ZERO
                       AND LX-LTV-PCT > WS-LOAN-LTV-LIMIT (LOAN-IDX)
                   MOVE 'Y' TO LX-OVER-LIMIT-FLAG
                   ADD 1 TO WS-LOANS-OVER-LIMIT
               END-IF
           END-IF
           WRITE COLLATERAL-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-WRITTEN
           ADD LX-BASE-PRINCIPAL TO WS-EXTRACT-HASH
           ADD LX-BASE-PRINCIPAL TO WS-TOTAL-PRINCIPAL
           ADD LX-SECURED-AMOUNT TO WS-TOTAL-SECURED
           ADD LX-UNSECURED-AMOUNT TO WS-TOTAL-UNSECURED
           PERFORM 3300-ACCUMULATE-CUSTOMER
           IF WS-LOAN-LINKED (LOAN-IDX) = 'Y'
               ADD 1 TO WS-SECURED-LOANS
               PERFORM 3200-PRINT-LOAN-LINE
           END-IF.

       3200-PRINT-LOAN-LINE.
           MOVE SPACES TO WS-LTV-FLAGS
           IF LX-OVER-LIMIT
               MOVE 'OVER' TO WS-LTV-FLAGS (1:4)
           END-IF
           IF LX-STALE-APPRAISAL
               MOVE 'STALE' TO WS-LTV-FLAGS (6:5)
           END-IF
           MOVE LX-BASE-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE LX-COLLATERAL-VALUE TO WS-EDIT-AMOUNT-2
           MOVE LX-LTV-PCT TO WS-EDIT-PCT
           MOVE WS-LOAN-LTV-LIMIT (LOAN-IDX) TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING LX-ACCOUNT-NO
               ' ' LX-CURRENCY-CODE
               ' ' WS-EDIT-AMOUNT
               ' ' WS-EDIT-AMOUNT-2
               ' ' WS-EDIT-PCT
               ' ' WS-EDIT-LIMIT
               ' ' WS-LTV-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3300-ACCUMULATE-CUSTOMER.
           MOVE 'N' TO WS-OWNER-FOUND
           IF WS-CUST-COUNT > ZERO
               SET CUST-IDX TO 1
               SEARCH WS-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUST-CUSTOMER-ID (CUST-IDX)
                           = LX-CUSTOMER-ID
                       MOVE 'Y' TO WS-OWNER-FOUND
               END-SEARCH
           END-IF
           IF NOT OWNER-FOUND
               IF WS-CUST-COUNT < 1000
                   ADD 1 TO WS-CUST-COUNT
                   SET CUST-IDX TO WS-CUST-COUNT
                   MOVE LX-CUSTOMER-ID TO
                       WS-CUST-CUSTOMER-ID (CUST-IDX)
                   MOVE ZERO TO WS-CUST-LOANS (CUST-IDX)
                   MOVE ZERO TO WS-CUST-PRINCIPAL (CUST-IDX)
                   MOVE ZERO TO WS-CUST-GROSS (CUST-IDX)
                   MOVE ZERO TO WS-CUST-NET (CUST-IDX)
               ELSE
                   DISPLAY 'CUSTOMER TABLE FULL, CUSTOMER '
                       LX-CUSTOMER-ID ' - RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-CUST-LOANS (CUST-IDX)
           ADD LX-BASE-PRINCIPAL TO WS-CUST-PRINCIPAL (CUST-IDX)
           ADD LX-COLLATERAL-VALUE TO WS-CUST-GROSS (CUST-IDX)
           ADD LX-SECURED-AMOUNT TO WS-CUST-NET (CUST-IDX).

      *    Customer loan-to-value sets all of the customer's live
      *    principal against all of the collateral shared to it;
      *    customers with no collateral at all are not listed.
       4000-REPORT-CUSTOMERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CUSTOMER LOANS  PRINCIPAL (BASE)        COLLATERAL'
               '     LTV%           SECURED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF WS-CUST-GROSS (CUST-IDX) > ZERO
                   PERFORM 4100-PRINT-CUSTOMER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LOANS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LINKS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'LINKS READ         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-ITEMS-VALUED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS VALUED       : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-SECURED-LOANS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SECURED LOANS      : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-LOANS-OVER-LIMIT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'OVER LTV LIMIT     : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STALE-ITEMS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'STALE APPRAISALS   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCEPTIONS         : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-PRINCIPAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TOTAL PRINCIPAL    : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-SECURED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'SECURED            : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TOTAL-UNSECURED TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'UNSECURED          : ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4100-PRINT-CUSTOMER-LINE.
           COMPUTE WS-LTV-PCT ROUNDED =
               WS-CUST-PRINCIPAL (CUST-IDX) * 100
               / WS-CUST-GROSS (CUST-IDX)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-LTV-PCT
           END-COMPUTE
           MOVE WS-CUST-LOANS (CUST-IDX) TO WS-EDIT-COUNT
           MOVE WS-CUST-PRINCIPAL (CUST-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-CUST-GROSS (CUST-IDX) TO WS-EDIT-AMOUNT-2
           MOVE WS-LTV-PCT TO WS-EDIT-PCT
           MOVE WS-CUST-NET (CUST-IDX) TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUST-CUSTOMER-ID (CUST-IDX)
               '  ' WS-EDIT-COUNT
               ' ' WS-EDIT-AMOUNT
               ' ' WS-EDIT-AMOUNT-2
               ' ' WS-EDIT-PCT
               ' ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Loans over their product limit and stale appraisals are
      *    findings for credit administration, not run failures.
       9000-TERMINATE.
           CLOSE COLLATERAL-MASTER
           CLOSE COLLATERAL-LINK
           CLOSE REPORT-FILE
           IF WS-LOANS-OVER-LIMIT > ZERO OR WS-STALE-ITEMS > ZERO
                   OR WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
      *    RESUME-OPERACAO health check.
       9700-WRITE-RUN-LEDGER.
           CALL 'DATE' USING WS-LEDGER-DATE-PARM
           MOVE 'LTVGAR  ' TO RL-PROGRAM-NAME
           COMPUTE RL-RUN-DATE =
               WS-LEDGER-YEAR  * 10000 +
               WS-LEDGER-MONTH * 100 +
               WS-LEDGER-DAY
           MOVE WS-LEDGER-UTC-HOUR TO RL-UTC-HOUR
           MOVE WS-LEDGER-UTC-MINUTE TO RL-UTC-MINUTE
           MOVE WS-LOANS-READ TO RL-RECORDS-READ
           MOVE WS-EXTRACT-WRITTEN TO RL-RECORDS-WRITTEN
           MOVE WS-EXCEPTIONS TO RL-RECORDS-REJECTED
           MOVE RETURN-CODE TO RL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           WRITE RUN-LEDGER-RECORD
           CLOSE OPS-LOG-FILE.
