      *****************************************************************
      * Copybook:  PREREQT
      * Purpose:   In-memory prerequisite table, loaded from PREREQDD
      *            and searched by the course being enrolled (same
      *            OCCURS DEPENDING ON idiom as GRDSCALT).
      *****************************************************************
       01  WS-PREREQ-TABLE.
           02  WS-PREREQ-COUNT         PIC 9(03) VALUE ZERO.
           02  PREREQ-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PREREQ-COUNT
                   INDEXED BY PREREQ-IDX.
               03  PK-COURSE-CODE      PIC X(06).
               03  PK-REQUIRED-COURSE  PIC X(06).
               03  PK-MIN-MEDIA        PIC 9(02)V99.
