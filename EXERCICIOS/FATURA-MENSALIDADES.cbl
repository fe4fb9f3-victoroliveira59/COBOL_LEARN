       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-MENSALIDADES.
       AUTHOR. "Victor".
       DATE-WRITTEN. "15/10/2026".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO MENCTLDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLL-FILE ASSIGN TO MATRICDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO CATALOGDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RATE-FILE ASSIGN TO MENTAXDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FINANCE-FILE ASSIGN TO FINALUDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LINK-FILE ASSIGN TO ALUCLIDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO MENLANDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO MENPAGDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-FILE ASSIGN TO PRODMSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO ALUNMSTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-STUDENT-ID
               FILE STATUS IS WS-ALUNMST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT LOAN-MASTER ASSIGN TO INFILEDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LI-ACCOUNT-NO
               FILE STATUS IS WS-LOANMST-STATUS.

           SELECT CUSTOMER-TRAN-FILE ASSIGN TO CLINOVDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-TRAN-FILE ASSIGN TO EMPNOVDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO ALUBLQDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO MENRPTDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY MENCTL.

       FD  ENROLL-FILE
           RECORDING MODE IS F.
       COPY MATRICUL.

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       COPY CRSCAT.

       FD  RATE-FILE
           RECORDING MODE IS F.
       COPY MENTAX.

       FD  FINANCE-FILE
           RECORDING MODE IS F.
       COPY ALUFIN.

       FD  LINK-FILE
           RECORDING MODE IS F.
       COPY ALUCLI.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY MENLAN.

       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       COPY MENPAG.

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
       COPY PRODFILE.

       FD  STUDENT-MASTER
           RECORDING MODE IS F.
       COPY ALUNMST.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       COPY CUSTMAST.

       FD  LOAN-MASTER
           RECORDING MODE IS F.
       COPY LOANIN.

      *    Customer adds for students who are not yet customers,
      *    fed to VERB-01 as its CUSTTRAND.
       FD  CUSTOMER-TRAN-FILE
           RECORDING MODE IS F.
       COPY CUSTTRAN.

      *    Student-loan opens, fed to MANTEM-EMPRESTIMOS as its
      *    LOANTRNDD.
       FD  LOAN-TRAN-FILE
           RECORDING MODE IS F.
       COPY LOANTRAN.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       COPY ALUBLQ.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-EOF-ENROLL PIC X(01) VALUE 'N'.
           88 EOF-ENROLL VALUE 'Y'.

       01 WS-EOF-CATALOG PIC X(01) VALUE 'N'.
           88 EOF-CATALOG VALUE 'Y'.

       01 WS-EOF-RATE PIC X(01) VALUE 'N'.
           88 EOF-RATE VALUE 'Y'.

       01 WS-EOF-FINANCE PIC X(01) VALUE 'N'.
           88 EOF-FINANCE VALUE 'Y'.

       01 WS-EOF-LINK PIC X(01) VALUE 'N'.
           88 EOF-LINK VALUE 'Y'.

       01 WS-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 EOF-LEDGER VALUE 'Y'.

       01 WS-EOF-RECEIPT PIC X(01) VALUE 'N'.
           88 EOF-RECEIPT VALUE 'Y'.

       01 WS-EOF-PRODUCT PIC X(01) VALUE 'N'.
           88 EOF-PRODUCT VALUE 'Y'.

       COPY CRSCATT.

       COPY MENTAXT.

       COPY MENCOBT.

       COPY ALUBLQT.

       01 WS-PRODUCT-STATUS PIC X(02).
       01 WS-ALUNMST-STATUS PIC X(02).
       01 WS-CUSTMST-STATUS PIC X(02).
       01 WS-LOANMST-STATUS PIC X(02).

       01 WS-CONTROL-FIELDS.
           02 WS-TERM-CODE          PIC X(06).
           02 WS-LOAN-PRODUCT       PIC X(04).
           02 WS-LOAN-RATE-PCT      PIC 9(03)V9(04) VALUE ZERO.
           02 WS-LOAN-TERM-MONTHS   PIC 9(03) VALUE ZERO.
           02 WS-CURRENCY-CODE      PIC X(03).
           02 WS-ACCOUNT-PREFIX     PIC X(04).
           02 WS-OPERATOR-ID        PIC X(08).
           02 WS-FINANCING          PIC X(01) VALUE 'N'.
               88 FINANCING-ON VALUE 'Y'.
           02 WS-FINANCING-NOTE     PIC X(40).
           02 WS-PRODUCT-FOUND      PIC X(01).

      *    The term's financial registrations, one per student.
       01 WS-FINANCE-TABLE.
           02 WS-FINANCE-COUNT      PIC 9(04) VALUE ZERO.
           02 FINANCE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FINANCE-COUNT
                   INDEXED BY FIN-IDX.
               03 FR-STUDENT-ID     PIC X(06).
               03 FR-PAYMENT-PLAN   PIC X(01).
               03 FR-EXTERNAL-ID    PIC X(05).
               03 FR-ADDRESS-TYPE   PIC X(01).
               03 FR-HOUSE-NUMBER   PIC 9(03).
               03 FR-COUNTRY        PIC X(25).
               03 FR-PINCODE        PIC 9(06).

      *    Student-to-customer links; customer ID zero is an add
      *    still waiting for VERB-01, sent on VL-REQUEST-DATE.
       01 WS-LINK-TABLE.
           02 WS-LINK-COUNT         PIC 9(04) VALUE ZERO.
           02 LINK-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LINK-COUNT
                   INDEXED BY LINK-IDX.
               03 VL-STUDENT-ID     PIC X(06).
               03 VL-CUSTOMER-ID    PIC 9(05).
               03 VL-REQUEST-DATE   PIC 9(08).

      *    Every student and term on the ledger.  SB-RELIEVED is
      *    what withdrawal credits, payments and confirmed loans
      *    took off the charges; SB-REQUESTED is loan money asked
      *    for and not yet on the loan master.
       01 WS-BALANCE-TABLE.
           02 WS-BALANCE-COUNT      PIC 9(04) VALUE ZERO.
           02 BALANCE-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-BALANCE-COUNT
                   INDEXED BY BAL-IDX.
               03 SB-STUDENT-ID     PIC X(06).
               03 SB-TERM-CODE      PIC X(06).
               03 SB-CHARGED        PIC 9(07)V99.
               03 SB-RELIEVED       PIC 9(07)V99.
               03 SB-REQUESTED      PIC S9(07)V99.
               03 SB-LOAN-ASKED     PIC X(01).

      *    Loan requests from the ledger, pending until the loan
      *    is found on the loan master.
       01 WS-REQUEST-TABLE.
           02 WS-REQUEST-COUNT      PIC 9(04) VALUE ZERO.
           02 REQUEST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-REQUEST-COUNT
                   INDEXED BY REQ-IDX.
               03 LQ-STUDENT-ID     PIC X(06).
               03 LQ-TERM-CODE      PIC X(06).
               03 LQ-ACCOUNT-NO     PIC X(10).
               03 LQ-AMOUNT         PIC 9(07)V99.
               03 LQ-STATUS         PIC X(01).
                   88 LQ-PENDING VALUE 'P'.
                   88 LQ-CONFIRMED VALUE 'F'.

      *    Receipt numbers already posted.
       01 WS-RECEIPT-TABLE.
           02 WS-RECEIPT-COUNT      PIC 9(04) VALUE ZERO.
           02 RECEIPT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-RECEIPT-COUNT
                   INDEXED BY RCPT-IDX.
               03 RB-RECEIPT-NO     PIC X(10).

       01 WS-WORK-FIELDS.
           02 WS-SCAN-SUB           PIC 9(04).
           02 WS-BAL-SUB            PIC 9(04).
           02 WS-CHARGE-SUB         PIC 9(04).
           02 WS-LINK-SUB           PIC 9(04).
           02 WS-FIN-SUB            PIC 9(04).
           02 WS-HOLD-SUB           PIC 9(04).
           02 WS-FIND-STUDENT       PIC X(06).
           02 WS-FIND-TERM          PIC X(06).
           02 WS-ITEM-OK            PIC X(01).
               88 ITEM-OK VALUE 'Y'.
           02 WS-COURSE-CREDITS     PIC 9(02).
           02 WS-RATE-PER-CREDIT    PIC 9(05)V99.
           02 WS-AMOUNT             PIC 9(07)V99.
           02 WS-OPEN-AMOUNT        PIC S9(07)V99.
           02 WS-STUDENT-NAME       PIC X(20).
           02 WS-CUSTOMER-ID        PIC 9(05).
           02 WS-LOAN-ACCOUNT       PIC X(10).
           02 WS-LOAN-FOUND         PIC X(01).
           02 WS-EXCEPTION-TEXT     PIC X(50).

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           DATE-MONTH BY WS-RUN-DATE-MONTH,
           DATE-DAY BY WS-RUN-DATE-DAY,
           DATE-UTC-HOUR BY WS-RUN-DATE-UTC-HOUR,
           DATE-UTC-MINUTE BY WS-RUN-DATE-UTC-MINUTE.

       01 WS-RUN-DATE PIC 9(08).

       01 WS-EDIT-FIELDS.
           02 WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           02 WS-EDIT-RATE          PIC ZZ9.9999.
           02 WS-EDIT-CREDITS       PIC Z9.
           02 WS-EDIT-COUNT         PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
           02 WS-CHARGES-POSTED     PIC 9(05) VALUE ZERO.
           02 WS-CHARGE-TOTAL       PIC 9(09)V99 VALUE ZERO.
           02 WS-ALREADY-BILLED     PIC 9(05) VALUE ZERO.
           02 WS-RECEIPTS-POSTED    PIC 9(05) VALUE ZERO.
           02 WS-RECEIPT-TOTAL      PIC 9(09)V99 VALUE ZERO.
           02 WS-RECEIPTS-REFUSED   PIC 9(05) VALUE ZERO.
           02 WS-LOANS-CONFIRMED    PIC 9(05) VALUE ZERO.
           02 WS-CONFIRMED-TOTAL    PIC 9(09)V99 VALUE ZERO.
           02 WS-LOANS-WAITING      PIC 9(05) VALUE ZERO.
           02 WS-LOANS-REQUESTED    PIC 9(05) VALUE ZERO.
           02 WS-REQUESTED-TOTAL    PIC 9(09)V99 VALUE ZERO.
           02 WS-CUSTOMERS-ASKED    PIC 9(05) VALUE ZERO.
           02 WS-LINKS-WAITING      PIC 9(05) VALUE ZERO.
           02 WS-HOLDS-WRITTEN      PIC 9(05) VALUE ZERO.
           02 WS-HOLD-TOTAL         PIC 9(09)V99 VALUE ZERO.
           02 WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-PARA
           PERFORM CONFIRM-LOANS-PARA
           PERFORM POST-RECEIPTS-PARA
           PERFORM BILL-ENROLLMENTS-PARA
           PERFORM SETTLE-STUDENTS-PARA
           PERFORM WRITE-HOLDS-PARA
           PERFORM TERMINATE-PARA

           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-DATE-PARA
           PERFORM READ-CONTROL-PARA
           PERFORM LOAD-CATALOG-PARA
           PERFORM LOAD-RATES-PARA
           PERFORM LOAD-FINANCE-PARA
           PERFORM LOAD-LINKS-PARA
           PERFORM LOAD-LEDGER-PARA
           PERFORM CHECK-FINANCING-PARA
      *    Names, customers and loans are looked up on the masters;
      *    without any of them the run cannot tell what to bill or
      *    ask for, so it stops before writing anything.
           OPEN INPUT STUDENT-MASTER
           IF WS-ALUNMST-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ALUNMSTD, STATUS='
                   WS-ALUNMST-STATUS ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO CUSTMSTD, STATUS='
                   WS-CUSTMST-STATUS ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-LOANMST-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO INFILEDD, STATUS='
                   WS-LOANMST-STATUS ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LEDGER-FILE
           OPEN EXTEND LINK-FILE
           OPEN OUTPUT CUSTOMER-TRAN-FILE
           OPEN OUTPUT LOAN-TRAN-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'FATURA-MENSALIDADES TERMO ' WS-TERM-CODE
               '  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF FINANCING-ON
               MOVE WS-LOAN-RATE-PCT TO WS-EDIT-RATE
               STRING 'FINANCIAMENTO PRODUTO ' WS-LOAN-PRODUCT
                   '  TAXA ' WS-EDIT-RATE
                   '  PRAZO ' WS-LOAN-TERM-MONTHS
                   ' MESES  ' WS-CURRENCY-CODE
                   '  CONTA ' WS-ACCOUNT-PREFIX '......'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'FINANCIAMENTO DESATIVADO - '
                   WS-FINANCING-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       GET-RUN-DATE-PARA.
           CALL 'DATE' USING WS-RUN-DATE-PARM
           COMPUTE WS-RUN-DATE =
               WS-RUN-DATE-YEAR  * 10000 +
               WS-RUN-DATE-MONTH * 100 +
               WS-RUN-DATE-DAY.

      *    The term is required; the loan fields only matter for
      *    students who finance.
       READ-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO TUITION-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           MOVE FM-TERM-CODE TO WS-TERM-CODE
           IF WS-TERM-CODE = SPACES
               DISPLAY 'TERMO NAO INFORMADO EM MENCTLDD'
                   ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FM-LOAN-PRODUCT TO WS-LOAN-PRODUCT
           IF FM-LOAN-RATE-PCT IS NUMERIC
               MOVE FM-LOAN-RATE-PCT TO WS-LOAN-RATE-PCT
           END-IF
           IF FM-LOAN-TERM-MONTHS IS NUMERIC
               MOVE FM-LOAN-TERM-MONTHS TO WS-LOAN-TERM-MONTHS
           END-IF
           MOVE FM-CURRENCY-CODE TO WS-CURRENCY-CODE
           MOVE FM-ACCOUNT-PREFIX TO WS-ACCOUNT-PREFIX
           MOVE FM-OPERATOR-ID TO WS-OPERATOR-ID.

      *    Loans are asked for only when the card names a product
      *    on PRODMSTDD and the card rate sits inside the product's
      *    floor and ceiling (zero ceiling: no limits), so
      *    MANTEM-EMPRESTIMOS will not refuse every one of them.
       CHECK-FINANCING-PARA.
           MOVE SPACES TO WS-FINANCING-NOTE
           IF WS-LOAN-PRODUCT = SPACES
                   OR WS-ACCOUNT-PREFIX = SPACES
                   OR WS-OPERATOR-ID = SPACES
                   OR WS-CURRENCY-CODE = SPACES
                   OR WS-LOAN-TERM-MONTHS = ZERO
               MOVE 'CARTAO SEM DADOS DO EMPRESTIMO'
                   TO WS-FINANCING-NOTE
           ELSE
               MOVE 'N' TO WS-PRODUCT-FOUND
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
                           IF PD-PRODUCT-CODE = WS-LOAN-PRODUCT
                               MOVE 'Y' TO WS-PRODUCT-FOUND
                               MOVE 'Y' TO WS-EOF-PRODUCT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PRODUCT-STATUS = '00' OR WS-PRODUCT-STATUS = '10'
                   CLOSE PRODUCT-FILE
               END-IF
               IF WS-PRODUCT-FOUND = 'N'
                   MOVE 'PRODUTO NAO CADASTRADO EM PRODMSTDD'
                       TO WS-FINANCING-NOTE
               ELSE
                   IF PD-RATE-CEILING-PCT > ZERO
                           AND (WS-LOAN-RATE-PCT < PD-RATE-FLOOR-PCT
                           OR WS-LOAN-RATE-PCT > PD-RATE-CEILING-PCT)
                       MOVE 'TAXA FORA DOS LIMITES DO PRODUTO'
                           TO WS-FINANCING-NOTE
                   ELSE
                       MOVE 'Y' TO WS-FINANCING
                   END-IF
               END-IF
           END-IF.

       LOAD-CATALOG-PARA.
           MOVE ZERO TO WS-CATALOG-COUNT
           MOVE 'N' TO WS-EOF-CATALOG
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL EOF-CATALOG
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CATALOG
                   NOT AT END
                       IF WS-CATALOG-COUNT < 50
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE CA-COURSE-CODE TO KC-COURSE-CODE
                                                 (WS-CATALOG-COUNT)
                           MOVE CA-TITLE TO KC-TITLE
                                           (WS-CATALOG-COUNT)
                           MOVE CA-CREDIT-HOURS TO KC-CREDIT-HOURS
                                                  (WS-CATALOG-COUNT)
                           MOVE CA-ACTIVE-FLAG TO KC-ACTIVE-FLAG
                                                 (WS-CATALOG-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE CATALOGO CHEIA: '
                               CA-COURSE-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       LOAD-RATES-PARA.
           MOVE ZERO TO WS-TUITION-RATE-COUNT
           MOVE 'N' TO WS-EOF-RATE
           OPEN INPUT RATE-FILE
           PERFORM UNTIL EOF-RATE
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RATE
                   NOT AT END
                       IF WS-TUITION-RATE-COUNT < 50
                           ADD 1 TO WS-TUITION-RATE-COUNT
                           MOVE VC-COURSE-CODE TO VT-COURSE-CODE
                                             (WS-TUITION-RATE-COUNT)
                           MOVE VC-RATE-PER-CREDIT TO
                               VT-RATE-PER-CREDIT
                                             (WS-TUITION-RATE-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE VALORES CHEIA: '
                               VC-COURSE-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

      *    Only the billed term's registrations; a later record of
      *    the same student replaces the earlier one.
       LOAD-FINANCE-PARA.
           MOVE ZERO TO WS-FINANCE-COUNT
           MOVE 'N' TO WS-EOF-FINANCE
           OPEN INPUT FINANCE-FILE
           PERFORM UNTIL EOF-FINANCE
               READ FINANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FINANCE
                   NOT AT END
                       IF FA-TERM-CODE = WS-TERM-CODE
                           PERFORM LOAD-ONE-FINANCE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINANCE-FILE.

       LOAD-ONE-FINANCE-PARA.
           MOVE FA-STUDENT-ID TO WS-FIND-STUDENT
           PERFORM FIND-FINANCE-PARA
           IF WS-FIN-SUB = ZERO
               IF WS-FINANCE-COUNT < 2000
                   ADD 1 TO WS-FINANCE-COUNT
                   MOVE WS-FINANCE-COUNT TO WS-FIN-SUB
               ELSE
                   DISPLAY 'TABELA DE CADASTRO FINANCEIRO CHEIA: '
                       FA-STUDENT-ID ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FIN-SUB > ZERO
               MOVE FA-STUDENT-ID TO FR-STUDENT-ID (WS-FIN-SUB)
               MOVE FA-PAYMENT-PLAN TO FR-PAYMENT-PLAN (WS-FIN-SUB)
               MOVE FA-EXTERNAL-ID TO FR-EXTERNAL-ID (WS-FIN-SUB)
               MOVE FA-ADDRESS-TYPE TO FR-ADDRESS-TYPE (WS-FIN-SUB)
               MOVE FA-HOUSE-NUMBER TO FR-HOUSE-NUMBER (WS-FIN-SUB)
               MOVE FA-COUNTRY TO FR-COUNTRY (WS-FIN-SUB)
               MOVE FA-PINCODE TO FR-PINCODE (WS-FIN-SUB)
           END-IF.

       FIND-FINANCE-PARA.
           MOVE ZERO TO WS-FIN-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-FINANCE-COUNT
               IF FR-STUDENT-ID (WS-SCAN-SUB) = WS-FIND-STUDENT
                   MOVE WS-SCAN-SUB TO WS-FIN-SUB
               END-IF
           END-PERFORM.

      *    The latest created link wins; a request only counts while
      *    nothing has been created for the student.
       LOAD-LINKS-PARA.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE 'N' TO WS-EOF-LINK
           OPEN INPUT LINK-FILE
           PERFORM UNTIL EOF-LINK
               READ LINK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LINK
                   NOT AT END
                       PERFORM LOAD-ONE-LINK-PARA
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       LOAD-ONE-LINK-PARA.
           MOVE VN-STUDENT-ID TO WS-FIND-STUDENT
           PERFORM FIND-LINK-PARA
           IF WS-LINK-SUB = ZERO
               IF WS-LINK-COUNT < 2000
                   ADD 1 TO WS-LINK-COUNT
                   MOVE WS-LINK-COUNT TO WS-LINK-SUB
                   MOVE VN-STUDENT-ID TO VL-STUDENT-ID (WS-LINK-SUB)
                   MOVE ZERO TO VL-CUSTOMER-ID (WS-LINK-SUB)
                   MOVE ZERO TO VL-REQUEST-DATE (WS-LINK-SUB)
               ELSE
      *            A student dropped here would be sent to VERB-01
      *            again and become a second customer.
                   DISPLAY 'TABELA DE VINCULOS CHEIA: '
                       VN-STUDENT-ID ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF VN-CREATED
               MOVE VN-CUSTOMER-ID TO VL-CUSTOMER-ID (WS-LINK-SUB)
           ELSE
               MOVE VN-LINK-DATE TO VL-REQUEST-DATE (WS-LINK-SUB)
           END-IF.

       FIND-LINK-PARA.
           MOVE ZERO TO WS-LINK-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-LINK-COUNT
               IF VL-STUDENT-ID (WS-SCAN-SUB) = WS-FIND-STUDENT
                   MOVE WS-SCAN-SUB TO WS-LINK-SUB
               END-IF
           END-PERFORM.

      *    The ledger is the whole history: balances of every term,
      *    what the billed term already charged, loan requests and
      *    the receipts already posted.  Any table running out
      *    would mean billing or posting twice, so the run stops.
       LOAD-LEDGER-PARA.
           MOVE ZERO TO WS-BALANCE-COUNT
           MOVE ZERO TO WS-CHARGE-COUNT
           MOVE ZERO TO WS-REQUEST-COUNT
           MOVE ZERO TO WS-RECEIPT-COUNT
           MOVE 'N' TO WS-EOF-LEDGER
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL EOF-LEDGER
               READ LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-LEDGER
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY-PARA
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       LOAD-ONE-ENTRY-PARA.
           MOVE ML-STUDENT-ID TO WS-FIND-STUDENT
           MOVE ML-TERM-CODE TO WS-FIND-TERM
           PERFORM FIND-BALANCE-PARA
           EVALUATE TRUE
               WHEN ML-CHARGE
                   ADD ML-AMOUNT TO SB-CHARGED (WS-BAL-SUB)
                   IF ML-TERM-CODE = WS-TERM-CODE
                       PERFORM COUNT-CHARGE-PARA
                   END-IF
               WHEN ML-WITHDRAWAL-CREDIT
                   ADD ML-AMOUNT TO SB-RELIEVED (WS-BAL-SUB)
                   IF ML-TERM-CODE = WS-TERM-CODE
                       PERFORM COUNT-CHARGE-PARA
                   END-IF
               WHEN ML-PAYMENT
                   ADD ML-AMOUNT TO SB-RELIEVED (WS-BAL-SUB)
                   PERFORM STORE-RECEIPT-PARA
               WHEN ML-LOAN-REQUESTED
                   ADD ML-AMOUNT TO SB-REQUESTED (WS-BAL-SUB)
                   MOVE 'Y' TO SB-LOAN-ASKED (WS-BAL-SUB)
                   PERFORM STORE-REQUEST-PARA
               WHEN ML-FINANCED
                   ADD ML-AMOUNT TO SB-RELIEVED (WS-BAL-SUB)
                   PERFORM MATCH-FINANCED-PARA
           END-EVALUATE.

      *    Finds the student and term in WS-FIND-STUDENT/-TERM,
      *    adding it when it is not there yet.
       FIND-BALANCE-PARA.
           MOVE ZERO TO WS-BAL-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-BALANCE-COUNT
               IF SB-STUDENT-ID (WS-SCAN-SUB) = WS-FIND-STUDENT
                       AND SB-TERM-CODE (WS-SCAN-SUB) = WS-FIND-TERM
                   MOVE WS-SCAN-SUB TO WS-BAL-SUB
               END-IF
           END-PERFORM
           IF WS-BAL-SUB = ZERO
               IF WS-BALANCE-COUNT < 3000
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE WS-BALANCE-COUNT TO WS-BAL-SUB
                   MOVE WS-FIND-STUDENT TO SB-STUDENT-ID (WS-BAL-SUB)
                   MOVE WS-FIND-TERM TO SB-TERM-CODE (WS-BAL-SUB)
                   MOVE ZERO TO SB-CHARGED (WS-BAL-SUB)
                   MOVE ZERO TO SB-RELIEVED (WS-BAL-SUB)
                   MOVE ZERO TO SB-REQUESTED (WS-BAL-SUB)
                   MOVE 'N' TO SB-LOAN-ASKED (WS-BAL-SUB)
               ELSE
                   DISPLAY 'TABELA DE SALDOS CHEIA: '
                       WS-FIND-STUDENT ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Charges count one up and withdrawal credits one down per
      *    student and course, as MANTEM-MATRICULAS counts them.
       COUNT-CHARGE-PARA.
           PERFORM FIND-CHARGE-PARA
           IF WS-CHARGE-SUB = ZERO
               IF WS-CHARGE-COUNT < 2000
                   ADD 1 TO WS-CHARGE-COUNT
                   MOVE WS-CHARGE-COUNT TO WS-CHARGE-SUB
                   MOVE ML-STUDENT-ID TO CB-STUDENT-ID (WS-CHARGE-SUB)
                   MOVE ML-COURSE-CODE TO
                       CB-COURSE-CODE (WS-CHARGE-SUB)
                   MOVE ZERO TO CB-NET-CHARGES (WS-CHARGE-SUB)
                   MOVE ZERO TO CB-LAST-AMOUNT (WS-CHARGE-SUB)
               ELSE
                   DISPLAY 'TABELA DE MENSALIDADES CHEIA: '
                       ML-STUDENT-ID ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF ML-CHARGE
               ADD 1 TO CB-NET-CHARGES (WS-CHARGE-SUB)
               MOVE ML-AMOUNT TO CB-LAST-AMOUNT (WS-CHARGE-SUB)
           ELSE
               SUBTRACT 1 FROM CB-NET-CHARGES (WS-CHARGE-SUB)
           END-IF.

       FIND-CHARGE-PARA.
           MOVE ZERO TO WS-CHARGE-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-CHARGE-COUNT
               IF CB-STUDENT-ID (WS-SCAN-SUB) = ML-STUDENT-ID
                       AND CB-COURSE-CODE (WS-SCAN-SUB)
                           = ML-COURSE-CODE
                   MOVE WS-SCAN-SUB TO WS-CHARGE-SUB
               END-IF
           END-PERFORM.

       STORE-RECEIPT-PARA.
           IF WS-RECEIPT-COUNT < 5000
               ADD 1 TO WS-RECEIPT-COUNT
               MOVE ML-REFERENCE TO RB-RECEIPT-NO (WS-RECEIPT-COUNT)
           ELSE
               DISPLAY 'TABELA DE RECIBOS CHEIA: '
                   ML-REFERENCE ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-REQUEST-PARA.
           IF WS-REQUEST-COUNT < 2000
               ADD 1 TO WS-REQUEST-COUNT
               MOVE ML-STUDENT-ID TO LQ-STUDENT-ID (WS-REQUEST-COUNT)
               MOVE ML-TERM-CODE TO LQ-TERM-CODE (WS-REQUEST-COUNT)
               MOVE ML-REFERENCE TO LQ-ACCOUNT-NO (WS-REQUEST-COUNT)
               MOVE ML-AMOUNT TO LQ-AMOUNT (WS-REQUEST-COUNT)
               MOVE 'P' TO LQ-STATUS (WS-REQUEST-COUNT)
           ELSE
               DISPLAY 'TABELA DE EMPRESTIMOS CHEIA: '
                   ML-REFERENCE ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A financed entry settles the request for the same loan
      *    account: the money is no longer only asked for.
       MATCH-FINANCED-PARA.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-REQUEST-COUNT
               IF LQ-ACCOUNT-NO (WS-SCAN-SUB) = ML-REFERENCE
                       AND LQ-PENDING (WS-SCAN-SUB)
                   MOVE 'F' TO LQ-STATUS (WS-SCAN-SUB)
                   SUBTRACT LQ-AMOUNT (WS-SCAN-SUB)
                       FROM SB-REQUESTED (WS-BAL-SUB)
               END-IF
           END-PERFORM.

      *    A requested loan that MANTEM-EMPRESTIMOS has opened since
      *    the last run now pays the term.  One still held for
      *    approval or refused stays pending and keeps the term
      *    owing.
       CONFIRM-LOANS-PARA.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > WS-REQUEST-COUNT
               IF LQ-PENDING (REQ-IDX)
                   PERFORM CONFIRM-ONE-LOAN-PARA
               END-IF
           END-PERFORM.

       CONFIRM-ONE-LOAN-PARA.
           MOVE LQ-ACCOUNT-NO (REQ-IDX) TO LI-ACCOUNT-NO
           MOVE LQ-AMOUNT (REQ-IDX) TO WS-EDIT-AMOUNT
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   PERFORM LOAN-WAITING-PARA
               NOT INVALID KEY
                   MOVE LQ-STUDENT-ID (REQ-IDX) TO ML-STUDENT-ID
                   MOVE LQ-TERM-CODE (REQ-IDX) TO ML-TERM-CODE
                   MOVE 'F' TO ML-ENTRY-TYPE
                   MOVE SPACES TO ML-COURSE-CODE
                   MOVE ZERO TO ML-CREDIT-HOURS
                   MOVE ZERO TO ML-RATE-PER-CREDIT
                   MOVE LQ-AMOUNT (REQ-IDX) TO ML-AMOUNT
                   MOVE WS-RUN-DATE TO ML-ENTRY-DATE
                   MOVE LQ-ACCOUNT-NO (REQ-IDX) TO ML-REFERENCE
                   WRITE TUITION-LEDGER-RECORD
                   MOVE LQ-STUDENT-ID (REQ-IDX) TO WS-FIND-STUDENT
                   MOVE LQ-TERM-CODE (REQ-IDX) TO WS-FIND-TERM
                   PERFORM FIND-BALANCE-PARA
                   ADD LQ-AMOUNT (REQ-IDX) TO SB-RELIEVED (WS-BAL-SUB)
                   SUBTRACT LQ-AMOUNT (REQ-IDX)
                       FROM SB-REQUESTED (WS-BAL-SUB)
                   MOVE 'F' TO LQ-STATUS (REQ-IDX)
                   ADD 1 TO WS-LOANS-CONFIRMED
                   ADD LQ-AMOUNT (REQ-IDX) TO WS-CONFIRMED-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING '  FINANCIADO ' LQ-STUDENT-ID (REQ-IDX)
                       ' ' LQ-TERM-CODE (REQ-IDX)
                       ' EMPRESTIMO ' LQ-ACCOUNT-NO (REQ-IDX)
                       ' ' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

       LOAN-WAITING-PARA.
           ADD 1 TO WS-LOANS-WAITING
           MOVE SPACES TO REPORT-LINE
           STRING '  AGUARDA   ' LQ-STUDENT-ID (REQ-IDX)
               ' ' LQ-TERM-CODE (REQ-IDX)
               ' EMPRESTIMO ' LQ-ACCOUNT-NO (REQ-IDX)
               ' ' WS-EDIT-AMOUNT ' NAO ABERTO'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Receipts the bursar took since the last run.  A receipt
      *    number already on the ledger is not posted again, so the
      *    same file can be fed twice.
       POST-RECEIPTS-PARA.
           MOVE 'N' TO WS-EOF-RECEIPT
           OPEN INPUT RECEIPT-FILE
           PERFORM UNTIL EOF-RECEIPT
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-RECEIPT
                   NOT AT END
                       PERFORM POST-ONE-RECEIPT-PARA
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE.

       POST-ONE-RECEIPT-PARA.
           MOVE 'Y' TO WS-ITEM-OK
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE ZERO TO WS-BAL-SUB
           IF MP-AMOUNT NOT NUMERIC OR MP-AMOUNT = ZERO
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'RECIBO SEM VALOR' TO WS-EXCEPTION-TEXT
           END-IF
           IF ITEM-OK AND MP-RECEIPT-NO = SPACES
               MOVE 'N' TO WS-ITEM-OK
               MOVE 'RECIBO SEM NUMERO' TO WS-EXCEPTION-TEXT
           END-IF
           IF ITEM-OK AND WS-RECEIPT-COUNT > ZERO
               SET RCPT-IDX TO 1
               SEARCH RECEIPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN RB-RECEIPT-NO (RCPT-IDX) = MP-RECEIPT-NO
                       MOVE 'N' TO WS-ITEM-OK
                       STRING 'RECIBO ' MP-RECEIPT-NO ' JA LANCADO'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               END-SEARCH
           END-IF
           IF ITEM-OK
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-BALANCE-COUNT
                   IF SB-STUDENT-ID (WS-SCAN-SUB) = MP-STUDENT-ID
                           AND SB-TERM-CODE (WS-SCAN-SUB)
                               = MP-TERM-CODE
                           AND SB-CHARGED (WS-SCAN-SUB) > ZERO
                       MOVE WS-SCAN-SUB TO WS-BAL-SUB
                   END-IF
               END-PERFORM
               IF WS-BAL-SUB = ZERO
                   MOVE 'N' TO WS-ITEM-OK
                   STRING 'TERMO ' MP-TERM-CODE
                       ' NAO FATURADO PARA O ALUNO'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               END-IF
           END-IF
           IF ITEM-OK
               MOVE MP-STUDENT-ID TO ML-STUDENT-ID
               MOVE MP-TERM-CODE TO ML-TERM-CODE
               MOVE 'P' TO ML-ENTRY-TYPE
               MOVE SPACES TO ML-COURSE-CODE
               MOVE ZERO TO ML-CREDIT-HOURS
               MOVE ZERO TO ML-RATE-PER-CREDIT
               MOVE MP-AMOUNT TO ML-AMOUNT
               MOVE MP-PAYMENT-DATE TO ML-ENTRY-DATE
               MOVE MP-RECEIPT-NO TO ML-REFERENCE
               WRITE TUITION-LEDGER-RECORD
               PERFORM STORE-RECEIPT-PARA
               ADD MP-AMOUNT TO SB-RELIEVED (WS-BAL-SUB)
               ADD 1 TO WS-RECEIPTS-POSTED
               ADD MP-AMOUNT TO WS-RECEIPT-TOTAL
               MOVE MP-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  PAGO      ' MP-STUDENT-ID
                   ' ' MP-TERM-CODE
                   ' RECIBO ' MP-RECEIPT-NO
                   '     ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-RECEIPTS-REFUSED
               MOVE MP-STUDENT-ID TO WS-FIND-STUDENT
               PERFORM WRITE-EXCEPTION-PARA
           END-IF.

      *    Every active enrollment is billed once for the term; one
      *    already billed (and not refunded) is passed over, so the
      *    run can be repeated as enrollments come in.
       BILL-ENROLLMENTS-PARA.
           MOVE 'N' TO WS-EOF-ENROLL
           OPEN INPUT ENROLL-FILE
           PERFORM UNTIL EOF-ENROLL
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ENROLL
                   NOT AT END
                       IF MT-ACTIVE
                           PERFORM BILL-ONE-ENROLLMENT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       BILL-ONE-ENROLLMENT-PARA.
           MOVE MT-STUDENT-ID TO ML-STUDENT-ID
           MOVE MT-COURSE-CODE TO ML-COURSE-CODE
           PERFORM FIND-CHARGE-PARA
           IF WS-CHARGE-SUB > ZERO
                   AND CB-NET-CHARGES (WS-CHARGE-SUB) > ZERO
               ADD 1 TO WS-ALREADY-BILLED
           ELSE
               PERFORM PRICE-ENROLLMENT-PARA
               IF ITEM-OK
                   PERFORM POST-CHARGE-PARA
               ELSE
                   MOVE MT-STUDENT-ID TO WS-FIND-STUDENT
                   PERFORM WRITE-EXCEPTION-PARA
               END-IF
           END-IF.

      *    Credit hours from the catalog times the course's rate; a
      *    course without either, or a student not on the master,
      *    is not billed and is reported instead.
       PRICE-ENROLLMENT-PARA.
           MOVE 'Y' TO WS-ITEM-OK
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE ZERO TO WS-COURSE-CREDITS
           MOVE ZERO TO WS-RATE-PER-CREDIT
           IF WS-CATALOG-COUNT > ZERO
               SET KAT-IDX TO 1
               SEARCH CATALOG-ENTRY
                   AT END
                       CONTINUE
                   WHEN KC-COURSE-CODE (KAT-IDX) = MT-COURSE-CODE
                       MOVE KC-CREDIT-HOURS (KAT-IDX)
                           TO WS-COURSE-CREDITS
               END-SEARCH
           END-IF
           IF WS-TUITION-RATE-COUNT > ZERO
               SET TAX-IDX TO 1
               SEARCH TUITION-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN VT-COURSE-CODE (TAX-IDX) = MT-COURSE-CODE
                       MOVE VT-RATE-PER-CREDIT (TAX-IDX)
                           TO WS-RATE-PER-CREDIT
               END-SEARCH
           END-IF
           IF WS-COURSE-CREDITS = ZERO
               MOVE 'N' TO WS-ITEM-OK
               STRING 'DISCIPLINA ' MT-COURSE-CODE
                   ' SEM CREDITOS NO CATALOGO'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
           ELSE
               IF WS-RATE-PER-CREDIT = ZERO
                   MOVE 'N' TO WS-ITEM-OK
                   STRING 'DISCIPLINA ' MT-COURSE-CODE
                       ' SEM VALOR DE CREDITO EM MENTAXDD'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               END-IF
           END-IF
           IF ITEM-OK
               MOVE MT-STUDENT-ID TO AM-STUDENT-ID
               READ STUDENT-MASTER
                   KEY IS AM-STUDENT-ID
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE 'ALUNO NAO CADASTRADO EM ALUNMSTD'
                           TO WS-EXCEPTION-TEXT
               END-READ
           END-IF
           IF ITEM-OK
               COMPUTE WS-AMOUNT =
                   WS-COURSE-CREDITS * WS-RATE-PER-CREDIT
           END-IF.

       POST-CHARGE-PARA.
           MOVE MT-STUDENT-ID TO ML-STUDENT-ID
           MOVE WS-TERM-CODE TO ML-TERM-CODE
           MOVE 'C' TO ML-ENTRY-TYPE
           MOVE MT-COURSE-CODE TO ML-COURSE-CODE
           MOVE WS-COURSE-CREDITS TO ML-CREDIT-HOURS
           MOVE WS-RATE-PER-CREDIT TO ML-RATE-PER-CREDIT
           MOVE WS-AMOUNT TO ML-AMOUNT
           MOVE WS-RUN-DATE TO ML-ENTRY-DATE
           MOVE SPACES TO ML-REFERENCE
           WRITE TUITION-LEDGER-RECORD
           PERFORM COUNT-CHARGE-PARA
           MOVE MT-STUDENT-ID TO WS-FIND-STUDENT
           MOVE WS-TERM-CODE TO WS-FIND-TERM
           PERFORM FIND-BALANCE-PARA
           ADD WS-AMOUNT TO SB-CHARGED (WS-BAL-SUB)
           ADD 1 TO WS-CHARGES-POSTED
           ADD WS-AMOUNT TO WS-CHARGE-TOTAL
           MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-COURSE-CREDITS TO WS-EDIT-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING '  COBRADO   ' MT-STUDENT-ID
               ' ' WS-TERM-CODE
               ' DISCIPLINA ' MT-COURSE-CODE
               ' ' WS-EDIT-CREDITS ' CR   ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Each student of the billed term is made a customer when
      *    not one yet and, on the financed plan, gets the loan for
      *    what the term still owes.
       SETTLE-STUDENTS-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > WS-BALANCE-COUNT
               IF SB-TERM-CODE (BAL-IDX) = WS-TERM-CODE
                   PERFORM SETTLE-ONE-STUDENT-PARA
               END-IF
           END-PERFORM.

       SETTLE-ONE-STUDENT-PARA.
           MOVE SB-STUDENT-ID (BAL-IDX) TO WS-FIND-STUDENT
           MOVE SPACES TO WS-STUDENT-NAME
           MOVE SB-STUDENT-ID (BAL-IDX) TO AM-STUDENT-ID
           READ STUDENT-MASTER
               KEY IS AM-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-STUDENT-NAME TO WS-STUDENT-NAME
           END-READ
           PERFORM FIND-FINANCE-PARA
           PERFORM LINK-CUSTOMER-PARA
           IF WS-FIN-SUB > ZERO
               IF FR-PAYMENT-PLAN (WS-FIN-SUB) = 'F'
                   PERFORM FINANCE-TERM-PARA
               END-IF
           END-IF.

      *    WS-CUSTOMER-ID comes back zero while the student has no
      *    customer on the master.  A student with neither link nor
      *    request is sent to VERB-01 as an add carrying the student
      *    ID; a request already sent is not repeated.
       LINK-CUSTOMER-PARA.
           MOVE ZERO TO WS-CUSTOMER-ID
           PERFORM FIND-LINK-PARA
           IF WS-LINK-SUB > ZERO
               IF VL-CUSTOMER-ID (WS-LINK-SUB) > ZERO
                   MOVE VL-CUSTOMER-ID (WS-LINK-SUB) TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       KEY IS CM-CUSTOMER-ID
                       INVALID KEY
                           STRING 'CLIENTE VINCULADO '
                               VL-CUSTOMER-ID (WS-LINK-SUB)
                               ' NAO ESTA EM CUSTMSTD'
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-TEXT
                           PERFORM WRITE-EXCEPTION-PARA
                       NOT INVALID KEY
                           MOVE CM-CUSTOMER-ID TO WS-CUSTOMER-ID
                   END-READ
               ELSE
                   ADD 1 TO WS-LINKS-WAITING
                   MOVE SPACES TO REPORT-LINE
                   STRING '  AGUARDA   ' WS-FIND-STUDENT
                       ' ' WS-TERM-CODE
                       ' CADASTRO DE CLIENTE PEDIDO EM '
                       VL-REQUEST-DATE (WS-LINK-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               IF WS-FIN-SUB = ZERO OR WS-STUDENT-NAME = SPACES
                   MOVE 'SEM CADASTRO FINANCEIRO, CLIENTE NAO CRIADO'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-PARA
               ELSE
                   PERFORM REQUEST-CUSTOMER-PARA
               END-IF
           END-IF.

       REQUEST-CUSTOMER-PARA.
           INITIALIZE CUSTOMER-TRAN-RECORD
           MOVE 'A' TO CT-TRAN-CODE
           MOVE FR-EXTERNAL-ID (WS-FIN-SUB) TO CT-EXTERNAL-ID
           MOVE WS-STUDENT-NAME TO CT-NAME
           MOVE FR-ADDRESS-TYPE (WS-FIN-SUB) TO CT-ADDRESS-TYPE
           MOVE FR-HOUSE-NUMBER (WS-FIN-SUB) TO CT-HOUSE-NUMBER
           MOVE FR-COUNTRY (WS-FIN-SUB) TO CT-COUNTRY
           MOVE FR-PINCODE (WS-FIN-SUB) TO CT-PINCODE
           MOVE WS-FIND-STUDENT TO CT-STUDENT-ID
           WRITE CUSTOMER-TRAN-RECORD
           MOVE WS-FIND-STUDENT TO VN-STUDENT-ID
           MOVE ZERO TO VN-CUSTOMER-ID
           MOVE WS-RUN-DATE TO VN-LINK-DATE
           MOVE 'P' TO VN-LINK-SOURCE
           WRITE STUDENT-LINK-RECORD
           ADD 1 TO WS-CUSTOMERS-ASKED
           MOVE SPACES TO REPORT-LINE
           STRING '  CLIENTE   ' WS-FIND-STUDENT
               ' ' WS-TERM-CODE
               ' INCLUSAO PEDIDA - ' WS-STUDENT-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    One student loan per student and term, for what the term
      *    owes once payments, credits and loan money already asked
      *    for are taken off.  Without a customer yet the loan waits
      *    for a later run.
       FINANCE-TERM-PARA.
           COMPUTE WS-OPEN-AMOUNT =
               SB-CHARGED (BAL-IDX) - SB-RELIEVED (BAL-IDX)
               - SB-REQUESTED (BAL-IDX)
           IF WS-OPEN-AMOUNT > ZERO
               MOVE SPACES TO WS-EXCEPTION-TEXT
               EVALUATE TRUE
                   WHEN NOT FINANCING-ON
                       MOVE 'FINANCIA, MAS O FINANCIAMENTO ESTA'
                           TO WS-EXCEPTION-TEXT
                       MOVE 'DESATIVADO' TO WS-EXCEPTION-TEXT (36:10)
                       PERFORM WRITE-EXCEPTION-PARA
                   WHEN SB-LOAN-ASKED (BAL-IDX) = 'Y'
                       MOVE WS-OPEN-AMOUNT TO WS-EDIT-AMOUNT
                       STRING 'SALDO ' WS-EDIT-AMOUNT
                           ' ALEM DO EMPRESTIMO DO TERMO'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-PARA
                   WHEN WS-CUSTOMER-ID = ZERO
                       MOVE SPACES TO REPORT-LINE
                       STRING '  AGUARDA   ' WS-FIND-STUDENT
                           ' ' WS-TERM-CODE
                           ' EMPRESTIMO ESPERA O CADASTRO DE CLIENTE'
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN OTHER
                       PERFORM REQUEST-LOAN-PARA
               END-EVALUATE
           END-IF.

      *    The account number is the card prefix and the student ID;
      *    one already on the loan master means the prefix was not
      *    changed for the term.
       REQUEST-LOAN-PARA.
           MOVE SPACES TO WS-LOAN-ACCOUNT
           STRING WS-ACCOUNT-PREFIX WS-FIND-STUDENT
               DELIMITED BY SIZE INTO WS-LOAN-ACCOUNT
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE WS-LOAN-ACCOUNT TO LI-ACCOUNT-NO
           READ LOAN-MASTER
               KEY IS LI-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOAN-FOUND
           END-READ
           IF WS-LOAN-FOUND = 'Y'
               STRING 'CONTA ' WS-LOAN-ACCOUNT
                   ' JA EXISTE EM INFILEDD'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-PARA
           ELSE
               MOVE WS-OPEN-AMOUNT TO WS-AMOUNT
               INITIALIZE LOAN-TRAN-RECORD
               MOVE 'O' TO LT-TRAN-CODE
               MOVE WS-LOAN-ACCOUNT TO LT-ACCOUNT-NO
               MOVE WS-AMOUNT TO LT-PRINCIPAL
               MOVE WS-LOAN-RATE-PCT TO LT-RATE-PCT
               MOVE WS-LOAN-TERM-MONTHS TO LT-TERM-MONTHS
               MOVE WS-CURRENCY-CODE TO LT-CURRENCY-CODE
               MOVE WS-RUN-DATE TO LT-LAST-POSTED-DATE
               MOVE WS-CUSTOMER-ID TO LT-CUSTOMER-ID
               MOVE WS-LOAN-PRODUCT TO LT-PRODUCT-CODE
               MOVE WS-OPERATOR-ID TO LT-OPERATOR-ID
               WRITE LOAN-TRAN-RECORD
               MOVE WS-FIND-STUDENT TO ML-STUDENT-ID
               MOVE WS-TERM-CODE TO ML-TERM-CODE
               MOVE 'R' TO ML-ENTRY-TYPE
               MOVE SPACES TO ML-COURSE-CODE
               MOVE ZERO TO ML-CREDIT-HOURS
               MOVE ZERO TO ML-RATE-PER-CREDIT
               MOVE WS-AMOUNT TO ML-AMOUNT
               MOVE WS-RUN-DATE TO ML-ENTRY-DATE
               MOVE WS-LOAN-ACCOUNT TO ML-REFERENCE
               WRITE TUITION-LEDGER-RECORD
               ADD WS-AMOUNT TO SB-REQUESTED (BAL-IDX)
               MOVE 'Y' TO SB-LOAN-ASKED (BAL-IDX)
               ADD 1 TO WS-LOANS-REQUESTED
               ADD WS-AMOUNT TO WS-REQUESTED-TOTAL
               MOVE WS-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  EMPRESTA  ' WS-FIND-STUDENT
                   ' ' WS-TERM-CODE
                   ' EMPRESTIMO ' WS-LOAN-ACCOUNT
                   ' ' WS-EDIT-AMOUNT
                   ' CLIENTE ' WS-CUSTOMER-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    One hold per student still owing, net of any credit left
      *    on another term, naming the earliest term with money
      *    owing.  Loan money only asked for does not pay anything
      *    yet.  The file is replaced whole, so a paid student's
      *    hold simply disappears.
       WRITE-HOLDS-PARA.
           MOVE ZERO TO WS-HOLD-COUNT
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > WS-BALANCE-COUNT
               PERFORM ADD-TO-HOLD-PARA
           END-PERFORM
           OPEN OUTPUT HOLD-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BLOQUEIOS DE MATRICULA' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-COUNT
               IF HT-BALANCE (HOLD-IDX) > ZERO
                       AND HT-TERM-CODE (HOLD-IDX) NOT = SPACES
                   MOVE HT-STUDENT-ID (HOLD-IDX) TO HB-STUDENT-ID
                   MOVE HT-TERM-CODE (HOLD-IDX) TO HB-TERM-CODE
                   MOVE HT-BALANCE (HOLD-IDX) TO HB-BALANCE
                   MOVE WS-RUN-DATE TO HB-HOLD-DATE
                   WRITE ENROLL-HOLD-RECORD
                   ADD 1 TO WS-HOLDS-WRITTEN
                   ADD HB-BALANCE TO WS-HOLD-TOTAL
                   MOVE HB-BALANCE TO WS-EDIT-AMOUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  BLOQUEADO ' HB-STUDENT-ID
                       ' DESDE O TERMO ' HB-TERM-CODE
                       '  SALDO ' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           CLOSE HOLD-FILE.

       ADD-TO-HOLD-PARA.
           COMPUTE WS-OPEN-AMOUNT =
               SB-CHARGED (BAL-IDX) - SB-RELIEVED (BAL-IDX)
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-HOLD-COUNT
               IF HT-STUDENT-ID (WS-SCAN-SUB) = SB-STUDENT-ID (BAL-IDX)
                   MOVE WS-SCAN-SUB TO WS-HOLD-SUB
               END-IF
           END-PERFORM
           IF WS-HOLD-SUB = ZERO
               IF WS-HOLD-COUNT < 2000
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HOLD-SUB
                   MOVE SB-STUDENT-ID (BAL-IDX)
                       TO HT-STUDENT-ID (WS-HOLD-SUB)
                   MOVE SPACES TO HT-TERM-CODE (WS-HOLD-SUB)
                   MOVE ZERO TO HT-BALANCE (WS-HOLD-SUB)
               ELSE
                   DISPLAY 'TABELA DE BLOQUEIOS CHEIA: '
                       SB-STUDENT-ID (BAL-IDX) ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD WS-OPEN-AMOUNT TO HT-BALANCE (WS-HOLD-SUB)
           IF WS-OPEN-AMOUNT > ZERO
               IF HT-TERM-CODE (WS-HOLD-SUB) = SPACES
                       OR SB-TERM-CODE (BAL-IDX)
                           < HT-TERM-CODE (WS-HOLD-SUB)
                   MOVE SB-TERM-CODE (BAL-IDX)
                       TO HT-TERM-CODE (WS-HOLD-SUB)
               END-IF
           END-IF.

       WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  EXCECAO   ' WS-FIND-STUDENT
               ' ' WS-TERM-CODE
               ' ' WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-EXCEPTION-TEXT.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'COBRANCAS LANCADAS   ' WS-CHARGES-POSTED
               '  VALOR ' WS-EDIT-AMOUNT
               '  JA COBRADAS ' WS-ALREADY-BILLED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECEIPT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'RECIBOS LANCADOS     ' WS-RECEIPTS-POSTED
               '  VALOR ' WS-EDIT-AMOUNT
               '  RECUSADOS ' WS-RECEIPTS-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CONFIRMED-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EMPRESTIMOS ABERTOS  ' WS-LOANS-CONFIRMED
               '  VALOR ' WS-EDIT-AMOUNT
               '  AGUARDANDO ' WS-LOANS-WAITING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REQUESTED-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'EMPRESTIMOS PEDIDOS  ' WS-LOANS-REQUESTED
               '  VALOR ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLIENTES PEDIDOS     ' WS-CUSTOMERS-ASKED
               '  AGUARDANDO ' WS-LINKS-WAITING
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALUNOS BLOQUEADOS    ' WS-HOLDS-WRITTEN
               '  SALDO ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCECOES             ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE STUDENT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE LOAN-MASTER
           CLOSE LEDGER-FILE
           CLOSE LINK-FILE
           CLOSE CUSTOMER-TRAN-FILE
           CLOSE LOAN-TRAN-FILE
           CLOSE REPORT-FILE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'COBRANCAS LANCADAS  : ' WS-CHARGES-POSTED
           DISPLAY 'EMPRESTIMOS PEDIDOS : ' WS-LOANS-REQUESTED
           DISPLAY 'ALUNOS BLOQUEADOS   : ' WS-HOLDS-WRITTEN
           DISPLAY 'EXCECOES            : ' WS-EXCEPTION-COUNT.
