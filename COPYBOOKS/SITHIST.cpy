      *****************************************************************
      * Copybook:  SITHIST
      * Purpose:   Indexed academic-standing history on SITHSTDD,
      *            one record per student keyed by AM-STUDENT-ID:
      *            the standing of the last term classified and the
      *            run of consecutive probation terms behind it.
      *            The prior-term fields keep the position before
      *            the last term, so rerunning that term starts
      *            from them instead of counting it twice.
      *****************************************************************
       01  STANDING-HISTORY-RECORD.
           02  SH-STUDENT-ID           PIC X(06).
           02  SH-LAST-TERM            PIC X(06).
           02  SH-LAST-STANDING        PIC X(01).
               88  SH-HONOR                       VALUE 'H'.
               88  SH-GOOD-STANDING               VALUE 'R'.
               88  SH-PROBATION                   VALUE 'P'.
               88  SH-SUSPENDED                   VALUE 'S'.
           02  SH-LAST-AVERAGE         PIC 9(02)V99.
           02  SH-PROBATION-COUNT      PIC 9(02).
           02  SH-PRIOR-TERM           PIC X(06).
           02  SH-PRIOR-STANDING       PIC X(01).
           02  SH-PRIOR-COUNT          PIC 9(02).
           02  SH-UPDATE-DATE          PIC 9(08).
