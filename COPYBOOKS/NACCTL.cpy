      *****************************************************************
      * Copybook:  NACCTL
      * Purpose:   Control card read by SUSPENDE-JUROS from NACCTLDD:
      *            active accounts whose earliest overdue due date is
      *            more than NC-SUSPEND-DAYS old stop accruing (status
      *            'S'); accounts it suspended return to active once
      *            their days past due are back at or below
      *            NC-CURE-DAYS (zero: no overdue installment left).
      *****************************************************************
       01  NONACCRUAL-CONTROL-RECORD.
           05  NC-SUSPEND-DAYS         PIC 9(05).
           05  NC-CURE-DAYS            PIC 9(05).
