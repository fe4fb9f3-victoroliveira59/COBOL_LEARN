      *****************************************************************
      * Copybook:  BOLCTL
      * Purpose:   Control card read by EMITE-BOLETOS from BOLCTLDD.
      *            Collecting bank, branch and beneficiary code
      *            printed in the bank-slip bar code, the currency
      *            the slips are denominated in (loans in any other
      *            currency get the notice without a slip) and the
      *            billing horizon in days: the next installment is
      *            billed when it falls due within the horizon.
      *****************************************************************
       01  BILLING-CONTROL-RECORD.
           05  BC-BANK-CODE            PIC 9(03).
           05  BC-BRANCH-CODE          PIC 9(04).
           05  BC-BENEFICIARY-CODE     PIC 9(07).
           05  BC-SLIP-CURRENCY        PIC X(03).
           05  BC-HORIZON-DAYS         PIC 9(03).
