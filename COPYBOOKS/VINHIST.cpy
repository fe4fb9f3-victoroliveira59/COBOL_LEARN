      *****************************************************************
      * Copybook:  VINHIST
      * Purpose:   Vintage delinquency record, one per product,
      *            origination month and reporting month.  Appended
      *            monthly by ANALISA-SAFRA to the VINHSTDD history,
      *            from which the vintage matrix is built, and copied
      *            whole to the VINEXTDD extract for risk's charts.
      *            Balances are in base currency at the run's CURRDD
      *            rates; the percentages are of the vintage's
      *            original principal.
      *****************************************************************
       01  VINTAGE-HISTORY-RECORD.
           05  VH-PRODUCT-CODE         PIC X(04).
           05  VH-VINTAGE-MONTH        PIC 9(06).
           05  VH-REPORT-MONTH         PIC 9(06).
           05  VH-MONTHS-ON-BOOK       PIC 9(03).
           05  VH-LOAN-COUNT           PIC 9(05).
           05  VH-ORIGINAL-PRINCIPAL   PIC 9(13)V99.
           05  VH-DPD30-BALANCE        PIC 9(13)V99.
           05  VH-DPD60-BALANCE        PIC 9(13)V99.
           05  VH-DPD90-BALANCE        PIC 9(13)V99.
           05  VH-WRITEOFF-AMOUNT      PIC 9(13)V99.
           05  VH-DPD30-PCT            PIC 9(03)V99.
           05  VH-DPD60-PCT            PIC 9(03)V99.
           05  VH-DPD90-PCT            PIC 9(03)V99.
           05  VH-WRITEOFF-PCT         PIC 9(03)V99.
