      *****************************************************************
      * Copybook:  ESPERA
      * Purpose:   Waitlist record on ESPERADD, written by
      *            MANTEM-MATRICULAS when an enrollment finds its
      *            turma full.  The file is kept in arrival order;
      *            a withdrawal promotes the first eligible student
      *            waiting for that course and turma.
      *****************************************************************
       01  WAITLIST-RECORD.
           02  WE-COURSE-CODE          PIC X(06).
           02  WE-TURMA-CODE           PIC X(03).
           02  WE-STUDENT-ID           PIC X(06).
           02  WE-WAIT-DATE            PIC 9(08).
      *    Coordinator override carried from the enrollment, so a
      *    waived prerequisite stays waived at promotion.
           02  WE-OVERRIDE-CODE        PIC X(08).
