      *****************************************************************
      * Copybook:  SCRSTA
      * Purpose:   Issue date of the last watch list the whole
      *            customer master was screened against, persisted in
      *            SCRSTADD by TRIAGEM-CLIENTES (in the CUSTSEQ style)
      *            so the nightly run rescreens only when the list
      *            has changed.
      *****************************************************************
       01  SCREENING-STATE-RECORD.
           05  SY-LAST-LIST-DATE       PIC 9(08).
           05  SY-LAST-RUN-DATE        PIC 9(08).
           05  SY-CUSTOMERS-SCREENED   PIC 9(07).
