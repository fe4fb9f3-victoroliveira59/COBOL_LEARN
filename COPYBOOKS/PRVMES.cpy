      *****************************************************************
      * Copybook:  PRVMES
      * Purpose:   Control card read by PROVISIONA-PERDAS from
      *            PRVMESDD: the month-end (YYYYMM) being provisioned,
      *            so a run on the first days of the next month still
      *            rates the month that closed.  No card or a zero
      *            month provisions the month of the run date.
      *****************************************************************
       01  PROVISION-MONTH-RECORD.
           05  PW-RATING-MONTH         PIC 9(06).
