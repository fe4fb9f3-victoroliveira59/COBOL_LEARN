      *****************************************************************
      * Copybook:  PROFMST
      * Purpose:   Instructor master record read from PROFMSTDD: one
      *            record per instructor with the name and whether
      *            the instructor is still teaching.
      *****************************************************************
       01  INSTRUCTOR-RECORD.
           02  PF-INSTRUCTOR-ID        PIC X(06).
           02  PF-INSTRUCTOR-NAME      PIC X(20).
           02  PF-STATUS               PIC X(01).
               88  PF-ACTIVE                      VALUE 'A'.
               88  PF-INACTIVE                    VALUE 'I'.
