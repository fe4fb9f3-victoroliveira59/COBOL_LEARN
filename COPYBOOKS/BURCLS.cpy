      *****************************************************************
      * Copybook:  BURCLS
      * Purpose:   Register of closed positions already sent to the
      *            credit bureau, on BURCLSDD.  REPORTA-BUREAU appends
      *            one record the month a paid-off or written-off
      *            loan is reported with its closing status, and
      *            reports no loan on the register again.
      *****************************************************************
       01  BUREAU-CLOSED-RECORD.
           05  BZ-ACCOUNT-NO           PIC X(10).
           05  BZ-CLOSING-STATUS       PIC X(01).
           05  BZ-REFERENCE-MONTH      PIC 9(06).
