      *****************************************************************
      * Copybook:  GAPEXT
      * Purpose:   Repricing and maturity gap extract written by
      *            ANALISA-GAP to GAPEXTDD for the treasury asset-
      *            liability model, between a FEEDHT header and
      *            trailer.  One record per currency, product, rate
      *            basis and time bucket, with the principal in
      *            original currency and converted to base.
      *****************************************************************
       01  GAP-EXTRACT-RECORD.
           05  GP-CURRENCY-CODE        PIC X(03).
           05  GP-PRODUCT-CODE         PIC X(04).
      *    Rate basis: index-linked loans are bucketed by their
      *    next repricing date, fixed-rate loans by contractual
      *    principal cash flow.
           05  GP-RATE-BASIS           PIC X(01).
               88  GP-BASIS-FIXED                 VALUE 'F'.
               88  GP-BASIS-INDEXED               VALUE 'V'.
           05  GP-BUCKET-NO            PIC 9(01).
           05  GP-BUCKET-FROM-DAYS     PIC 9(05).
           05  GP-BUCKET-TO-DAYS       PIC 9(05).
           05  GP-PRINCIPAL            PIC 9(13)V99.
           05  GP-BASE-PRINCIPAL       PIC 9(13)V99.
           05  GP-AS-OF-DATE           PIC 9(08).
