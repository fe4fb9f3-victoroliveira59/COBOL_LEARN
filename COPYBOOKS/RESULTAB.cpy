      *****************************************************************
      * Copybook:  RESULTAB
      * Purpose:   In-memory standing results of the prerequisite
      *            courses, loaded from the transcript file TRANSDD:
      *            one entry per student, course and term, holding
      *            the FINAL record once the makeup pass has posted
      *            it and the provisional record until then.
      *****************************************************************
       01  WS-RESULT-TABLE.
           02  WS-RESULT-COUNT         PIC 9(04) VALUE ZERO.
           02  RESULT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-RESULT-COUNT
                   INDEXED BY RESULT-IDX.
               03  RZ-STUDENT-ID       PIC X(06).
               03  RZ-COURSE-CODE      PIC X(06).
               03  RZ-TERM-CODE        PIC X(06).
               03  RZ-MEDIA            PIC 9(02)V99.
               03  RZ-SATISFACAO       PIC X(20).
               03  RZ-RECORD-STATUS    PIC X(01).
               03  RZ-RUN-DATE         PIC 9(08).
