      *****************************************************************
      * Copybook:  DEBCTL
      * Purpose:   Control card read from DEBCTLDD by ENVIA-DEBITOS
      *            and RETORNA-DEBITOS.  Lead days: installments whose
      *            business-day debit date falls within this many
      *            days of the run are requested.  Refusal limit: the
      *            number of consecutive refusals that suspends a
      *            mandate.
      *****************************************************************
       01  DEBIT-CONTROL-RECORD.
           05  DC-LEAD-DAYS            PIC 9(02).
           05  DC-REFUSAL-LIMIT        PIC 9(02).
