      *****************************************************************
      * Copybook:  STPNOT
      * Purpose:   Register of rate-step notices already sent,
      *            appended by NOTIFICA-DEGRAUS to STPNOTDD, one
      *            record per loan and step, so a step is notified
      *            once however many runs fall inside its notice
      *            window.
      *****************************************************************
       01  STEP-NOTICE-RECORD.
           05  SG-ACCOUNT-NO           PIC X(10).
           05  SG-EFFECTIVE-DATE       PIC 9(08).
           05  SG-NOTICE-DATE          PIC 9(08).
