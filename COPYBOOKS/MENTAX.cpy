      *****************************************************************
      * Copybook:  MENTAX
      * Purpose:   Tuition rate record read from MENTAXDD: the price
      *            of one credit hour of a course.  A course is billed
      *            at its CA-CREDIT-HOURS times this rate.
      *****************************************************************
       01  TUITION-RATE-RECORD.
           02  VC-COURSE-CODE          PIC X(06).
           02  VC-RATE-PER-CREDIT      PIC 9(05)V99.
