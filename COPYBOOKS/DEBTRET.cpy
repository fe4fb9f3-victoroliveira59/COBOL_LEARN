      *****************************************************************
      * Copybook:  DEBTRET
      * Purpose:   Debit reply record returned by the collecting bank
      *            on DEBRETDD, one per debit request, with the FEEDHT
      *            header and trailer.  Read by RETORNA-DEBITOS; the
      *            refused debits are also written in this layout to
      *            DEBRFSDD for collections.
      *****************************************************************
       01  DEBIT-REPLY-RECORD.
           05  DR-ACCOUNT-NO           PIC X(10).
           05  DR-PERIOD-NO            PIC 9(03).
           05  DR-DEBIT-DATE           PIC 9(08).
           05  DR-CURRENCY-CODE        PIC X(03).
           05  DR-AMOUNT               PIC 9(9)V99.
           05  DR-RESULT-CODE          PIC X(01).
               88  DR-PAID                        VALUE 'P'.
               88  DR-REFUSED                     VALUE 'R'.
      *    Bank's refusal reason (insufficient funds, account
      *    closed, mandate unknown ...), blank when paid.
           05  DR-REASON-CODE          PIC X(02).
