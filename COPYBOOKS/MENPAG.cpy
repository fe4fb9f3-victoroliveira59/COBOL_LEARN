      *****************************************************************
      * Copybook:  MENPAG
      * Purpose:   Tuition receipt read by FATURA-MENSALIDADES from
      *            MENPAGDD: a payment the bursar took from a student
      *            against a billed term.  The receipt number is
      *            posted once only.
      *****************************************************************
       01  TUITION-RECEIPT-RECORD.
           02  MP-STUDENT-ID           PIC X(06).
           02  MP-TERM-CODE            PIC X(06).
           02  MP-AMOUNT               PIC 9(07)V99.
           02  MP-PAYMENT-DATE         PIC 9(08).
           02  MP-RECEIPT-NO           PIC X(10).
