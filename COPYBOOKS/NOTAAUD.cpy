      *****************************************************************
      * Copybook:  NOTAAUD
      * Purpose:   Before/after grade-change audit record written by
      *            CORRIGE-NOTAS to NOTAUDDD for every FINAL
      *            transcript record it supersedes, in the MATRAUD
      *            spirit.
      *****************************************************************
       01  GRADE-CHANGE-AUDIT-RECORD.
           02  GA-STUDENT-ID           PIC X(06).
           02  GA-COURSE-CODE          PIC X(06).
           02  GA-TERM-CODE            PIC X(06).
           02  GA-AUDIT-DATE           PIC 9(08).
           02  GA-REASON-CODE          PIC X(02).
           02  GA-COORDINATOR-ID       PIC X(08).
           02  GA-OLD-RUN-DATE         PIC 9(08).
           02  GA-OLD-MEDIA            PIC 9(02)V99.
           02  GA-OLD-SATISFACAO       PIC X(20).
           02  GA-NEW-MEDIA            PIC 9(02)V99.
           02  GA-NEW-SATISFACAO       PIC X(20).
           02  GA-GRADE-COUNT          PIC 9(01).
           02  GA-GRADE-ENTRY OCCURS 5 TIMES.
               03  GA-GRADE-VALUE      PIC 9(02).
               03  GA-GRADE-WEIGHT     PIC 9(01)V99.
