      *****************************************************************
      * Copybook:  ESPERTAB
      * Purpose:   In-memory waitlist table, loaded from ESPERADD in
      *            file (arrival) order and rewritten whole at the
      *            end of the run without the entries promoted or
      *            dropped (same OCCURS DEPENDING ON idiom as
      *            MATRITAB).
      *****************************************************************
       01  WS-WAIT-TABLE.
           02  WS-WAIT-COUNT           PIC 9(04) VALUE ZERO.
           02  WAIT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-WAIT-COUNT
                   INDEXED BY WAIT-IDX.
               03  WQ-COURSE-CODE      PIC X(06).
               03  WQ-TURMA-CODE       PIC X(03).
               03  WQ-STUDENT-ID       PIC X(06).
               03  WQ-WAIT-DATE        PIC 9(08).
               03  WQ-OVERRIDE-CODE    PIC X(08).
               03  WQ-STATUS           PIC X(01).
                   88  WQ-WAITING                 VALUE 'W'.
                   88  WQ-PROMOTED                VALUE 'P'.
                   88  WQ-DROPPED                 VALUE 'D'.
