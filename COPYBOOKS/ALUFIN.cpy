      *****************************************************************
      * Copybook:  ALUFIN
      * Purpose:   Student financial registration read by FATURA-
      *            MENSALIDADES from FINALUDD, one record per student
      *            per term: how the term's tuition is paid (F the
      *            student finances it with a student loan, P pays it
      *            directly) and the identification and address the
      *            student is registered under as a customer when the
      *            billing run has to create one through VERB-01.
      *****************************************************************
       01  STUDENT-FINANCE-RECORD.
           02  FA-STUDENT-ID           PIC X(06).
           02  FA-TERM-CODE            PIC X(06).
           02  FA-PAYMENT-PLAN         PIC X(01).
               88  FA-FINANCED                    VALUE 'F'.
               88  FA-SELF-PAY                    VALUE 'P'.
           02  FA-EXTERNAL-ID          PIC X(05).
           02  FA-ADDRESS-TYPE         PIC X(01).
           02  FA-HOUSE-NUMBER         PIC 9(03).
           02  FA-COUNTRY              PIC X(25).
           02  FA-PINCODE              PIC 9(06).
