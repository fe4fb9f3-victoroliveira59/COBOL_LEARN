      *            shipping, mailing) in CM-ADDRESS-ENTRY, plus an
      *            external reference code (CM-EXTERNAL-ID) in the
      *            USINGPIC WS-ID style: '#' + 3 digits + a checksum
      *            digit.  CM-ADDRESS-MAIL-STATUS runs parallel to
      *            the address slots: VERB-01's returned-mail
      *            transaction marks a slot undeliverable with the
      *            date the post office sent the letter back, and an
      *            address change through VERB-01 clears it.  Letter
      *            programs pick the address through ESCOLHE-ENDERECO,
      *            which passes over a returned slot.
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CM-CUSTOMER-ID          PIC 9(5).
               10  CM-HOUSE-NUMBER     PIC 9(3).
               10  CM-COUNTRY          PIC X(25).
               10  CM-PINCODE          PIC 9(6).
      *    Appended after the address slots: a record written before
      *    it reads as spaces, i.e. every address deliverable.
           05  CM-ADDRESS-MAIL-STATUS OCCURS 3 TIMES.
               10  CM-RETURNED-FLAG    PIC X(01).
                   88  CM-ADDR-UNDELIVERABLE   VALUE 'Y'.
               10  CM-RETURNED-DATE    PIC 9(08).
