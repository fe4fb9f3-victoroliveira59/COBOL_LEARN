      *****************************************************************
      * Copybook:  NOTACORR
      * Purpose:   Grade-change transaction read by CORRIGE-NOTAS
      *            from NOTCORDD: the corrected grade set for one
      *            student, course and term whose FINAL transcript
      *            record must be superseded, why, and which
      *            coordinator approved it.
      *****************************************************************
       01  GRADE-CHANGE-RECORD.
           02  GC-STUDENT-ID           PIC X(06).
           02  GC-COURSE-CODE          PIC X(06).
           02  GC-TERM-CODE            PIC X(06).
           02  GC-GRADE-COUNT          PIC 9(01).
           02  GC-GRADE-ENTRY OCCURS 5 TIMES.
               03  GC-GRADE-VALUE      PIC 9(02).
               03  GC-GRADE-WEIGHT     PIC 9(01)V99.
           02  GC-REASON-CODE          PIC X(02).
               88  GC-TYPING-ERROR                VALUE 'DG'.
               88  GC-APPEAL-UPHELD               VALUE 'RV'.
               88  GC-REASON-VALID                VALUE 'DG' 'RV'.
           02  GC-COORDINATOR-ID       PIC X(08).
