      *****************************************************************
      * Copybook:  ACCTPER
      * Purpose:   Accounting period master record, indexed on
      *            ACCTPERDD by calendar month.  Finance opens,
      *            soft-closes and hard-closes months through
      *            MANTEM-PERIODOS; the posting runs (POSTA-
      *            PAGAMENTOS, LANCA-TARIFAS, CORRIGE-INDICE, ABATE-
      *            CREDITOS, LANCA-RAZAO) check their business date
      *            against it.  A month not on file is open.
      *****************************************************************
       01  ACCT-PERIOD-RECORD.
           05  AP-PERIOD               PIC 9(06).
           05  AP-PERIOD-PARTS REDEFINES AP-PERIOD.
               10  AP-PERIOD-YEAR      PIC 9(04).
               10  AP-PERIOD-MONTH     PIC 9(02).
      *    Soft-closed months still take postings, which the posting
      *    runs list as late; hard-closed months take none.
           05  AP-STATUS               PIC X(01).
               88  AP-OPEN                        VALUE 'O'.
               88  AP-SOFT-CLOSED                 VALUE 'S'.
               88  AP-HARD-CLOSED                 VALUE 'H'.
      *    Status before the last change, the day it was changed and
      *    the finance operator who changed it.
           05  AP-PRIOR-STATUS         PIC X(01).
           05  AP-LAST-CHANGE-DATE     PIC 9(08).
           05  AP-CHANGED-BY           PIC X(08).
