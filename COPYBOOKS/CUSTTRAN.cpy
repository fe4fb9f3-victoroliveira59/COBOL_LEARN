      * Copybook:  CUSTTRAN
      * Purpose:   Transaction record read from CUSTTRAN by VERB-01 to
      *            drive add/change/inquire/delete against the
      *            customer master, compliance's disposition of
      *            watch-list hits (SCRHIT) and letters the post
      *            office returned as undeliverable.  An add
      *            FATURA-MENSALIDADES cuts for a student carries the
      *            student ID, and the new customer is linked to it.
      *****************************************************************
       01  CUSTOMER-TRAN-RECORD.
           05  CT-TRAN-CODE            PIC X(1).
               88  CT-INQUIRE                  VALUE 'I'.
               88  CT-DELETE                   VALUE 'D'.
               88  CT-MERGE                    VALUE 'M'.
               88  CT-SCREEN-DISPOSITION       VALUE 'S'.
               88  CT-RETURNED-MAIL            VALUE 'R'.
           05  CT-CUSTOMER-ID           PIC 9(5).
           05  CT-EXTERNAL-ID           PIC X(5).
           05  CT-NAME                  PIC A(30).
           05  CT-COUNTRY               PIC X(25).
           05  CT-PINCODE               PIC 9(6).
           05  CT-MERGE-FROM-ID         PIC 9(5).
      *    'S' disposition only: the watch-list entry hit by the
      *    customer above and compliance's decision, C clear (a
      *    false match: once nothing else is outstanding, any held
      *    transaction goes through) or F confirm (a true match: the
      *    customer stays blocked and a held transaction is dropped),
      *    with the deciding officer and a note kept on the hit.
           05  CT-LIST-ENTRY-ID         PIC X(10).
           05  CT-DISPOSITION-CODE      PIC X(01).
               88  CT-CLEAR-HIT                 VALUE 'C'.
               88  CT-CONFIRM-HIT               VALUE 'F'.
           05  CT-OFFICER-ID            PIC X(08).
           05  CT-DISPOSITION-NOTE      PIC X(30).
      *    'R' returned mail only: the customer's CT-ADDRESS-TYPE
      *    address came back undeliverable on this date (today when
      *    left blank).
           05  CT-RETURNED-DATE         PIC 9(08).
      *    'A' add only: the student the customer is created for;
      *    blank for customers who are not students.
           05  CT-STUDENT-ID            PIC X(06).
