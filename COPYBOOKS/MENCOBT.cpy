      *****************************************************************
      * Copybook:  MENCOBT
      * Purpose:   In-core table of the tuition charged for one term,
      *            one entry per student and course, built from the
      *            MENLAN ledger (same OCCURS DEPENDING ON idiom as
      *            MATRITAB).  CB-NET-CHARGES is the charges less the
      *            withdrawal credits, so a positive count means the
      *            enrollment stands billed; CB-LAST-AMOUNT is the
      *            latest amount charged, the amount a withdrawal
      *            inside the refund window credits back.
      *****************************************************************
       01  WS-CHARGE-TABLE.
           02  WS-CHARGE-COUNT         PIC 9(04) VALUE ZERO.
           02  CHARGE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CHARGE-COUNT
                   INDEXED BY CHARGE-IDX.
               03  CB-STUDENT-ID       PIC X(06).
               03  CB-COURSE-CODE      PIC X(06).
               03  CB-NET-CHARGES      PIC S9(03).
               03  CB-LAST-AMOUNT      PIC 9(07)V99.
