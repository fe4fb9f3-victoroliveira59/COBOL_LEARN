               10  PR-RATE-FLOOR-PCT   PIC S9(3)V9(4).
               10  PR-RATE-CEILING-PCT PIC S9(3)V9(4).
               10  PR-PENALTY-ELIGIBLE PIC X(01).
               10  PR-MAX-LTV-PCT      PIC 9(3)V99.
