      *****************************************************************
      * Copybook:  MENTAXT
      * Purpose:   In-core tuition rate table loaded from the MENTAX
      *            file at initialization, in the GRDSCALT style.
      *****************************************************************
       01  WS-TUITION-RATE-TABLE.
           02  WS-TUITION-RATE-COUNT   PIC 9(03) VALUE ZERO.
           02  TUITION-RATE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-TUITION-RATE-COUNT
                   INDEXED BY TAX-IDX.
               03  VT-COURSE-CODE      PIC X(06).
               03  VT-RATE-PER-CREDIT  PIC 9(05)V99.
