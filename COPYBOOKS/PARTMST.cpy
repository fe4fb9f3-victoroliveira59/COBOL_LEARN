      *****************************************************************
      * Copybook:  PARTMST
      * Purpose:   Loan participation master record, indexed on
      *            PARTMSTDD by PM-ACCOUNT-NO.  Maintained by
      *            MANTEM-PARTICIPACOES: the participants a loan has
      *            been sold down to and each one's percentage of
      *            the whole loan.  PM-SOLD-PCT is their sum; what is
      *            left of 100 is our retained share.  CALCULO-JUROS
      *            and POSTA-PAGAMENTOS split interest, penalty and
      *            collections by it and REPASSA-PARTICIPACOES pays
      *            the participants their part.  A loan with no
      *            record here, or one bought back, is wholly ours.
      *****************************************************************
       01  PARTICIPATION-MASTER-RECORD.
           05  PM-ACCOUNT-NO           PIC X(10).
           05  PM-STATUS               PIC X(01).
               88  PM-ACTIVE                      VALUE 'A'.
               88  PM-BOUGHT-BACK                 VALUE 'B'.
           05  PM-SOLD-PCT             PIC 9(3)V9(4).
           05  PM-PARTICIPANT-COUNT    PIC 9(01).
           05  PM-PARTICIPANT OCCURS 5 TIMES
                   INDEXED BY PM-IDX.
               10  PM-PART-CODE        PIC X(08).
               10  PM-PART-NAME        PIC X(30).
               10  PM-SHARE-PCT        PIC 9(3)V9(4).
           05  PM-SOLD-DATE            PIC 9(08).
           05  PM-LAST-CHANGE-DATE     PIC 9(08).
