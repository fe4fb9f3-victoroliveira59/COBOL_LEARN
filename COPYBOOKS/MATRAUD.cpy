           02  MA-OLD-TURMA            PIC X(03).
           02  MA-NEW-STATUS           PIC X(01).
           02  MA-NEW-TURMA            PIC X(03).
      *    Coordinator override and the prerequisite it waived;
      *    blank when no prerequisite was waived.
           02  MA-OVERRIDE-CODE        PIC X(08).
           02  MA-WAIVED-COURSE        PIC X(06).
