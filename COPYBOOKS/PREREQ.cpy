      *****************************************************************
      * Copybook:  PREREQ
      * Purpose:   Prerequisite record read from PREREQDD, one record
      *            per course and required course: the required
      *            course must already be passed with at least
      *            PE-MIN-MEDIA before the student may enroll.
      *****************************************************************
       01  PREREQUISITE-RECORD.
           02  PE-COURSE-CODE          PIC X(06).
           02  PE-REQUIRED-COURSE      PIC X(06).
           02  PE-MIN-MEDIA            PIC 9(02)V99.
