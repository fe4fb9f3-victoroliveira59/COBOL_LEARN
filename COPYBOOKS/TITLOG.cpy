      *****************************************************************
      * Copybook:  TITLOG
      * Purpose:   Change log appended by ATENDE-TITULARES to TITLOGDD,
      *            one record for every field it anonymizes on an
      *            erase request (which file, which record, which
      *            field) and one for every access request answered.
      *            The personal data itself is never written here.
      *****************************************************************
       01  TITULAR-LOG-RECORD.
           05  TG-RUN-DATE             PIC 9(08).
           05  TG-REQUEST-REF          PIC X(10).
           05  TG-REQUEST-TYPE         PIC X(01).
           05  TG-CUSTOMER-ID          PIC 9(05).
           05  TG-FILE-NAME            PIC X(08).
           05  TG-RECORD-KEY           PIC X(20).
           05  TG-FIELD-NAME           PIC X(20).
           05  TG-ACTION               PIC X(01).
               88  TG-ANONYMIZED                  VALUE 'X'.
               88  TG-REPORTED                    VALUE 'R'.
