      *****************************************************************
      * Copybook:  TITREQ
      * Purpose:   Data-subject request card read by ATENDE-TITULARES
      *            from TITREQDD, one per request the privacy office
      *            has received under the LGPD: 'A' asks for a copy of
      *            everything held on the customer, 'E' asks for the
      *            customer's personal data to be erased.  The
      *            reference is the privacy office's own and is
      *            carried onto the report and the change log.
      *****************************************************************
       01  TITULAR-REQUEST-RECORD.
           05  TQ-REQUEST-TYPE         PIC X(01).
               88  TQ-ACCESS                      VALUE 'A'.
               88  TQ-ERASE                       VALUE 'E'.
           05  TQ-CUSTOMER-ID          PIC 9(05).
           05  TQ-REQUEST-DATE         PIC 9(08).
           05  TQ-REQUEST-REF          PIC X(10).
