      *****************************************************************
      * Copybook:  SITCTL
      * Purpose:   Control card read by SITUACAO-ACADEMICA from
      *            SITCTLDD: the term to classify and the standing
      *            thresholds.  A term average at or above the honor
      *            cutoff goes on the honor list, at or above the
      *            good-standing cutoff is in good standing, and
      *            below it is on probation.  An average below the
      *            suspension cutoff suspends outright (zero turns
      *            that off); otherwise the probation term that makes
      *            SC-PROBATION-LIMIT in a row suspends.
      *****************************************************************
       01  STANDING-CONTROL-RECORD.
           02  SC-TERM-CODE            PIC X(06).
           02  SC-HONOR-CUTOFF         PIC 9(02)V99.
           02  SC-GOOD-CUTOFF          PIC 9(02)V99.
           02  SC-SUSPEND-CUTOFF       PIC 9(02)V99.
           02  SC-PROBATION-LIMIT      PIC 9(01).
