      *****************************************************************
      * Copybook:  LTVCTL
      * Purpose:   Control card read by AVALIA-GARANTIAS from
      *            LTVCTLDD: an appraisal older than this many months
      *            is reported as stale.  Zero or a missing card
      *            means twelve months.
      *****************************************************************
       01  LTV-CONTROL-RECORD.
           05  LV-STALE-MONTHS         PIC 9(03).
