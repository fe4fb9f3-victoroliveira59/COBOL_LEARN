      *****************************************************************
      * Copybook:  DISBJRN
      * Purpose:   Disbursement journal record appended by LIBERA-
      *            CREDITO to DISBJRDD, one record per tranche
      *            released, and journaled by LANCA-RAZAO through
      *            the 'DS' mapping.  The file is cumulative, so the
      *            GL run selects by DJ-POSTED-DATE.
      *****************************************************************
       01  DISBURSEMENT-JOURNAL-RECORD.
           05  DJ-ACCOUNT-NO           PIC X(10).
           05  DJ-CURRENCY-CODE        PIC X(03).
           05  DJ-TRANCHE-NO           PIC 9(03).
           05  DJ-VALUE-DATE           PIC 9(08).
           05  DJ-AMOUNT               PIC 9(9)V99.
           05  DJ-BASE-AMOUNT          PIC 9(11)V99.
           05  DJ-APPROVED-AMT         PIC 9(9)V99.
           05  DJ-DISBURSED-BEFORE     PIC 9(9)V99.
           05  DJ-DISBURSED-AFTER      PIC 9(9)V99.
           05  DJ-POSTED-DATE          PIC 9(08).
