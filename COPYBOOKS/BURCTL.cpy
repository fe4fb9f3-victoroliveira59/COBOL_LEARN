      *****************************************************************
      * Copybook:  BURCTL
      * Purpose:   Control card read by REPORTA-BUREAU from BURCTLDD:
      *            our member code at the credit bureau and the
      *            reference month being reported.  A zero month
      *            reports the month of the run date.
      *****************************************************************
       01  BUREAU-CONTROL-RECORD.
           05  BU-MEMBER-CODE          PIC X(08).
           05  BU-REFERENCE-MONTH      PIC 9(06).
