      * Purpose:   Student-master maintenance transaction read by
      *            MANTEM-ALUNOS from ALUTRNDD: add, change or
      *            inactivate a student, keyed by student ID.
      *            A blank course of study on a change keeps the
      *            one on file.
      *****************************************************************
       01  STUDENT-TRAN-RECORD.
           02  AX-TRAN-CODE            PIC X(01).
           02  AX-STUDENT-ID           PIC X(06).
           02  AX-STUDENT-NAME         PIC X(20).
           02  AX-ENTRY-YEAR           PIC 9(04).
           02  AX-PROGRAM-CODE         PIC X(04).
