      *****************************************************************
      * Copybook:  DOCATRT
      * Purpose:   In-core teaching-assignment table loaded from
      *            DOCATRDD and searched by course, turma and term
      *            (same OCCURS DEPENDING ON idiom as GRDSCALT).
      *****************************************************************
       01  WS-ASSIGN-TABLE.
           02  WS-ASSIGN-COUNT         PIC 9(04) VALUE ZERO.
           02  ASSIGN-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ASSIGN-COUNT
                   INDEXED BY ASSIGN-IDX.
               03  DT-INSTRUCTOR-ID    PIC X(06).
               03  DT-COURSE-CODE      PIC X(06).
               03  DT-TURMA-CODE       PIC X(03).
               03  DT-TERM-CODE        PIC X(06).
