      *****************************************************************
      * Copybook:  ALUBLQ
      * Purpose:   Enrollment hold record on ALUBLQDD, rewritten whole
      *            by every FATURA-MENSALIDADES run: one record per
      *            student with tuition still unpaid, naming the
      *            earliest term with an open balance and the total
      *            owed.  MANTEM-MATRICULAS refuses the student's
      *            enrollments for any other term.
      *****************************************************************
       01  ENROLL-HOLD-RECORD.
           02  HB-STUDENT-ID           PIC X(06).
           02  HB-TERM-CODE            PIC X(06).
           02  HB-BALANCE              PIC 9(07)V99.
           02  HB-HOLD-DATE            PIC 9(08).
