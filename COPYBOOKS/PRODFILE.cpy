      *            one record per product with the currencies it may
      *            be written in, the default day-count convention,
      *            the rate index it may float on, the contractual
      *            rate floor/ceiling, whether the product is
      *            eligible for penalty interest and, for secured
      *            products, the highest loan-to-value allowed.
      *****************************************************************
       01  PRODUCT-MASTER-RECORD.
           05  PD-PRODUCT-CODE         PIC X(04).
           05  PD-PENALTY-ELIGIBLE     PIC X(01).
               88  PD-PENALTY-YES                 VALUE 'Y'.
               88  PD-PENALTY-NO                  VALUE 'N'.
      *    Loan-to-value ceiling checked by AVALIA-GARANTIAS; zero
      *    means the product carries no limit.
           05  PD-MAX-LTV-PCT          PIC 9(3)V99.
