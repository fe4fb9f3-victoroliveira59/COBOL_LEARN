      *****************************************************************
      * Copybook:  STEPTAB
      * Purpose:   In-memory rate-step table, loaded from RATESTPDD
      *            at start of run in the file's account and
      *            effective-date order, so a loan's steps sit
      *            together oldest first (same OCCURS DEPENDING ON
      *            idiom as RATETAB).
      *****************************************************************
       01  WS-RATE-STEP-TABLE.
           05  WS-RATE-STEP-COUNT      PIC 9(05) VALUE ZERO.
           05  RATE-STEP-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RATE-STEP-COUNT
                   INDEXED BY STEP-IDX.
               10  SP-ACCOUNT-NO       PIC X(10).
               10  SP-EFFECTIVE-DATE   PIC 9(08).
               10  SP-RATE-PCT         PIC S9(3)V9(4).
