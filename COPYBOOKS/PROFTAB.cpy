      *****************************************************************
      * Copybook:  PROFTAB
      * Purpose:   In-core instructor table loaded from PROFMSTDD at
      *            initialization (same OCCURS DEPENDING ON idiom as
      *            GRDSCALT).
      *****************************************************************
       01  WS-INSTRUCTOR-TABLE.
           02  WS-INSTRUCTOR-COUNT     PIC 9(03) VALUE ZERO.
           02  INSTRUCTOR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-INSTRUCTOR-COUNT
                   INDEXED BY INSTR-IDX.
               03  PT-INSTRUCTOR-ID    PIC X(06).
               03  PT-INSTRUCTOR-NAME  PIC X(20).
               03  PT-STATUS           PIC X(01).
