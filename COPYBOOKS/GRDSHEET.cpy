      *            fields are alphanumeric so the edit program can
      *            validate them before a clean ALUNOREC STUDENTDD
      *            record is cut; all five entry slots are present
      *            and unused ones are blank.  GH-INSTRUCTOR-ID
      *            is the instructor the sheet was submitted under.
      *****************************************************************
       01  GRADE-SHEET-RECORD.
           02  GH-STUDENT-ID           PIC X(06).
           02  GH-GRADE-ENTRY OCCURS 5 TIMES.
               03  GH-GRADE-VALUE      PIC X(02).
               03  GH-GRADE-WEIGHT     PIC X(03).
           02  GH-INSTRUCTOR-ID        PIC X(06).
