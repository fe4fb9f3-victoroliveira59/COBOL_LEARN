           02  TR-RECORD-STATUS        PIC X(01).
               88  TR-PROVISIONAL                 VALUE 'P'.
               88  TR-FINAL                       VALUE 'F'.
      *        A FINAL record replaced by a grade change keeps its
      *        place in the file, marked superseded.
               88  TR-SUPERSEDED                  VALUE 'S'.
           02  TR-ATTEND-PCT           PIC 9(03)V99.
           02  TR-TURMA-CODE           PIC X(03).
           02  TR-COURSE-CODE          PIC X(06).
