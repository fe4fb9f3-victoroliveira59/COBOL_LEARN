      *****************************************************************
      * Copybook:  GLRCTL
      * Purpose:   Control card read by CONCILIA-RAZAO from GLRCTLDD:
      *            the largest difference between a GL balance and
      *            the subledger figure that still counts as agreed,
      *            applied to each account and currency.  With no
      *            card the tolerance is zero.
      *****************************************************************
       01  GL-RECON-CONTROL-RECORD.
           05  GR-TOLERANCE            PIC 9(07)V99.
