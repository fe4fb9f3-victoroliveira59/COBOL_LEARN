      * Purpose:   Academic-calendar record read from CALENDDD: one
      *            record per term with its start and end dates and
      *            whether the registrar still has it open for
      *            grade processing.  AC-CORRECTION-END is the
      *            last day a FINAL grade of the term may still be
      *            changed; zero closes corrections with the term.
      *            AC-REFUND-END is the last day a withdrawal still
      *            earns back the course's tuition; zero gives no
      *            refund window.
      *****************************************************************
       01  ACADEMIC-CALENDAR-RECORD.
           02  AC-TERM-CODE            PIC X(06).
           02  AC-STATUS               PIC X(01).
               88  AC-TERM-OPEN                   VALUE 'O'.
               88  AC-TERM-CLOSED                 VALUE 'C'.
           02  AC-CORRECTION-END       PIC 9(08).
           02  AC-REFUND-END           PIC 9(08).
