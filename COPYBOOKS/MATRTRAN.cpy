      * Purpose:   Enrollment maintenance transaction read by
      *            MANTEM-MATRICULAS from MATTRNDD, keyed by student
      *            and course: enroll, withdraw or reactivate.
      *            MX-OVERRIDE-CODE is the coordinator's code that
      *            lets an enrollment through a missing prerequisite.
      *****************************************************************
       01  ENROLL-TRAN-RECORD.
           02  MX-TRAN-CODE            PIC X(01).
           02  MX-STUDENT-ID           PIC X(06).
           02  MX-COURSE-CODE          PIC X(06).
           02  MX-TURMA-CODE           PIC X(03).
           02  MX-OVERRIDE-CODE        PIC X(08).
