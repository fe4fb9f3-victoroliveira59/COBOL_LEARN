      *****************************************************************
      * Copybook:  DISCTL
      * Purpose:   Control card read by DISTRIBUI-NOTAS from
      *            DISCTLDD: the term to report and how many points
      *            a section mean may sit from its course mean
      *            before the section is flagged.
      *****************************************************************
       01  DISTRIBUTION-CONTROL-RECORD.
           02  DS-TERM-CODE            PIC X(06).
           02  DS-FLAG-DISTANCE        PIC 9(02)V99.
