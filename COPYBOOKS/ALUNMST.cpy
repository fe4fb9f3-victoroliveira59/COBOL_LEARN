      *            each student's name, the entry year and status.
      *            The grade chain takes names from here instead of
      *            trusting what was keyed on the grade sheet.
      *            AM-PROGRAM-CODE is the course of study (degree
      *            programme) the student is enrolled in.
      *****************************************************************
       01  STUDENT-MASTER-RECORD.
           02  AM-STUDENT-ID           PIC X(06).
           02  AM-STATUS               PIC X(01).
               88  AM-ACTIVE                      VALUE 'A'.
               88  AM-INACTIVE                    VALUE 'I'.
           02  AM-PROGRAM-CODE         PIC X(04).
