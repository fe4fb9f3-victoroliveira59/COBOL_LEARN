      *****************************************************************
      * Copybook:  MONCTL
      * Purpose:   Control card read by MONITORA-PAGAMENTOS from
      *            MONCTLDD: the cash reporting threshold in base
      *            currency, the rolling window in days and the
      *            number of cash payments within it that together
      *            reach the threshold before they are reported as
      *            split, and how many times the installment due a
      *            single payment may be before it is reported.  With
      *            no card, or a field left blank, the defaults in the
      *            program apply.
      *****************************************************************
       01  MONITOR-CONTROL-RECORD.
           05  MO-CASH-THRESHOLD       PIC 9(9)V99.
           05  MO-WINDOW-DAYS          PIC 9(03).
           05  MO-MIN-PAYMENTS         PIC 9(02).
           05  MO-INSTALLMENT-MULTIPLE PIC 9(03)V9.
