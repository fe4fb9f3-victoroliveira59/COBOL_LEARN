      *****************************************************************
      * Copybook:  MENLAN
      * Purpose:   Tuition ledger entry on MENLANDD, appended by
      *            FATURA-MENSALIDADES and MANTEM-MATRICULAS.  The
      *            student's balance for a term is the charges less
      *            the withdrawal credits, payments and financed
      *            amounts of that term.  A loan request only records
      *            the loan account and amount asked for; the term is
      *            relieved by the financed entry once the loan is
      *            on the loan master.
      *****************************************************************
       01  TUITION-LEDGER-RECORD.
           02  ML-STUDENT-ID           PIC X(06).
           02  ML-TERM-CODE            PIC X(06).
           02  ML-ENTRY-TYPE           PIC X(01).
               88  ML-CHARGE                      VALUE 'C'.
               88  ML-WITHDRAWAL-CREDIT           VALUE 'W'.
               88  ML-PAYMENT                     VALUE 'P'.
               88  ML-FINANCED                    VALUE 'F'.
               88  ML-LOAN-REQUESTED              VALUE 'R'.
      *    Course charged or credited; blank on the other entries.
           02  ML-COURSE-CODE          PIC X(06).
           02  ML-CREDIT-HOURS         PIC 9(02).
           02  ML-RATE-PER-CREDIT      PIC 9(05)V99.
           02  ML-AMOUNT               PIC 9(07)V99.
           02  ML-ENTRY-DATE           PIC 9(08).
      *    Loan account on R and F entries, receipt number on P.
           02  ML-REFERENCE            PIC X(10).
