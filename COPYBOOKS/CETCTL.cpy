      *****************************************************************
      * Copybook:  CETCTL
      * Purpose:   Control card read by CALCULA-CET from CETCTLDD:
      *            the credit-operation tax withheld from the amount
      *            released to the borrower - a daily percentage on
      *            each installment's principal for the days it is
      *            outstanding, capped at CX-TAX-MAX-DAYS, plus a
      *            flat percentage on the whole principal.  No card
      *            means no tax enters the disclosed cost.
      *****************************************************************
       01  CET-CONTROL-RECORD.
           05  CX-TAX-DAILY-PCT        PIC 9V9(6).
           05  CX-TAX-MAX-DAYS         PIC 9(03).
           05  CX-TAX-FLAT-PCT         PIC 9V9(4).
