      *            exists ('BAS' is the base consolidation).
      *            Transaction types: IN interest accrual, PE penalty,
      *            FE fee, FX revaluation gain/loss, WH withholding
      *            tax, WO write-off reversal, PV loan-loss
      *            provision change, DS loan disbursement, PT
      *            participants' share of interest and penalty on
      *            sold loans (receivable against participant
      *            payable), RF credit balance refunded to the
      *            payer (unapplied cash against bank clearing).
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GM-RECORD-TYPE          PIC X(01).
