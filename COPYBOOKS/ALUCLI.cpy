      *****************************************************************
      * Copybook:  ALUCLI
      * Purpose:   Student-to-customer link record on ALUCLIDD,
      *            appended in date order.  FATURA-MENSALIDADES writes
      *            a requested record (customer ID zero) when it sends
      *            VERB-01 the add transaction for a student who is
      *            not yet a customer; VERB-01 writes the created
      *            record with the customer ID once the add is on the
      *            customer master.  The latest created record of a
      *            student is the link.
      *****************************************************************
       01  STUDENT-LINK-RECORD.
           02  VN-STUDENT-ID           PIC X(06).
           02  VN-CUSTOMER-ID          PIC 9(05).
           02  VN-LINK-DATE            PIC 9(08).
           02  VN-LINK-SOURCE          PIC X(01).
               88  VN-REQUESTED                   VALUE 'P'.
               88  VN-CREATED                     VALUE 'C'.
