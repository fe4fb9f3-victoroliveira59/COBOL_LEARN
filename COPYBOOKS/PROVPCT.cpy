      *****************************************************************
      * Copybook:  PROVPCT
      * Purpose:   Provision-percentage table read by PROVISIONA-
      *            PERDAS from PRVPCTDD, one card per risk rating in
      *            ascending order of severity (AA first, H last).
      *            A loan takes the most severe rating whose minimum
      *            days past due it has reached; the percentage is
      *            applied to the master balance for the allowance.
      *****************************************************************
       01  PROVISION-PCT-RECORD.
           05  PP-RISK-RATING          PIC X(02).
           05  PP-MIN-DAYS-PAST-DUE    PIC 9(05).
           05  PP-PROVISION-PCT        PIC 9(03)V99.
