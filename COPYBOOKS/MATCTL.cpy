      * Purpose:   Control card read by MANTEM-MATRICULAS from
      *            MATCTLDD: the section-size limit the per-turma
      *            capacity check enforces.  Zero means no limit.
      *            MM-TERM-CODE is the term enrollments are being
      *            taken for: it selects the refund window for
      *            withdrawals and lets a student with an unpaid
      *            balance of that same term keep enrolling.
      *****************************************************************
       01  ENROLL-CONTROL-RECORD.
           02  MM-SECTION-LIMIT        PIC 9(03).
           02  MM-TERM-CODE            PIC X(06).
