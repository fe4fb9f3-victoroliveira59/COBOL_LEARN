      *****************************************************************
      * Copybook:  DOCATRIB
      * Purpose:   Teaching-assignment record read from DOCATRDD:
      *            the instructor who teaches one course and turma
      *            in one term.  A co-taught section has one record
      *            per instructor.
      *****************************************************************
       01  TEACHING-ASSIGNMENT-RECORD.
           02  DA-INSTRUCTOR-ID        PIC X(06).
           02  DA-COURSE-CODE          PIC X(06).
           02  DA-TURMA-CODE           PIC X(03).
           02  DA-TERM-CODE            PIC X(06).
