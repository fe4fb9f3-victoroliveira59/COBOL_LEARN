               RECORD KEY IS AM-STUDENT-ID
               FILE STATUS IS WS-ALUNMST-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO PROFMSTDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASSIGNMENT-FILE ASSIGN TO DOCATRDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-FILE
           RECORDING MODE IS F.
       COPY ALUNMST.

       FD  INSTRUCTOR-FILE
           RECORDING MODE IS F.
       COPY PROFMST.

       FD  ASSIGNMENT-FILE
           RECORDING MODE IS F.
       COPY DOCATRIB.

       WORKING-STORAGE SECTION.

       01 WS-EOF-SHEET PIC X(01) VALUE 'N'.
       01 WS-EOF-CATALOG PIC X(01) VALUE 'N'.
           88 EOF-CATALOG VALUE 'Y'.

       COPY PROFTAB.

       01 WS-EOF-INSTRUCTOR PIC X(01) VALUE 'N'.
           88 EOF-INSTRUCTOR VALUE 'Y'.

       COPY DOCATRT.

       01 WS-EOF-ASSIGN PIC X(01) VALUE 'N'.
           88 EOF-ASSIGN VALUE 'Y'.

       01 WS-CATALOG-STATE PIC X(01) VALUE 'N'.
           88 COURSE-ON-CATALOG VALUE 'A'.
           88 COURSE-RETIRED VALUE 'I'.
           02 WS-COURSE-FOUND       PIC X(01) VALUE 'N'.
               88 COURSE-FOUND VALUE 'Y'.
           02 WS-REFUSE-TEXT        PIC X(40).
           02 WS-SECTION-ASSIGNED   PIC X(01).
           02 WS-SUBMITTER-ASSIGNED PIC X(01).

       01 WS-EDIT-WORK.
           02 WS-GRADE-IDX          PIC 9(01).
           END-IF
           PERFORM LOAD-GRADE-SCALE-PARA
           PERFORM LOAD-CATALOG-PARA
           PERFORM LOAD-INSTRUCTOR-PARA
           PERFORM LOAD-ASSIGNMENT-PARA
           MOVE SPACES TO EDIT-REPORT-LINE
           MOVE 'DIGITA-NOTAS RELATORIO DE CRITICA'
               TO EDIT-REPORT-LINE
           END-PERFORM
           CLOSE CATALOG-FILE.

       LOAD-INSTRUCTOR-PARA.
           MOVE ZERO TO WS-INSTRUCTOR-COUNT
           MOVE 'N' TO WS-EOF-INSTRUCTOR
           OPEN INPUT INSTRUCTOR-FILE
           PERFORM UNTIL EOF-INSTRUCTOR
               READ INSTRUCTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-INSTRUCTOR
                   NOT AT END
                       IF WS-INSTRUCTOR-COUNT < 200
                           ADD 1 TO WS-INSTRUCTOR-COUNT
                           MOVE PF-INSTRUCTOR-ID TO PT-INSTRUCTOR-ID
                                                   (WS-INSTRUCTOR-COUNT)
                           MOVE PF-INSTRUCTOR-NAME TO
                               PT-INSTRUCTOR-NAME (WS-INSTRUCTOR-COUNT)
                           MOVE PF-STATUS TO PT-STATUS
                                            (WS-INSTRUCTOR-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE PROFESSORES CHEIA: '
                               PF-INSTRUCTOR-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE.

       LOAD-ASSIGNMENT-PARA.
           MOVE ZERO TO WS-ASSIGN-COUNT
           MOVE 'N' TO WS-EOF-ASSIGN
           OPEN INPUT ASSIGNMENT-FILE
           PERFORM UNTIL EOF-ASSIGN
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ASSIGN
                   NOT AT END
                       IF WS-ASSIGN-COUNT < 1000
                           ADD 1 TO WS-ASSIGN-COUNT
                           MOVE DA-INSTRUCTOR-ID TO DT-INSTRUCTOR-ID
                                                   (WS-ASSIGN-COUNT)
                           MOVE DA-COURSE-CODE TO DT-COURSE-CODE
                                                 (WS-ASSIGN-COUNT)
                           MOVE DA-TURMA-CODE TO DT-TURMA-CODE
                                                (WS-ASSIGN-COUNT)
                           MOVE DA-TERM-CODE TO DT-TERM-CODE
                                               (WS-ASSIGN-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE ATRIBUICOES CHEIA: '
                               DA-INSTRUCTOR-ID ' ' DA-COURSE-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.

       LOOKUP-CATALOG-PARA.
           MOVE 'N' TO WS-CATALOG-STATE
           IF WS-CATALOG-COUNT > ZERO
           IF SHEET-VALID
               PERFORM EDIT-COURSE-PARA
           END-IF
           IF SHEET-VALID
               PERFORM EDIT-INSTRUCTOR-PARA
           END-IF
           IF SHEET-VALID
               PERFORM EDIT-GRADE-COUNT-PARA
           END-IF
               END-EVALUATE
           END-IF.

      *    Only an instructor assigned to the course, turma and term
      *    may submit its grades; a co-taught section accepts any of
      *    its instructors.
       EDIT-INSTRUCTOR-PARA.
           MOVE 'N' TO WS-SECTION-ASSIGNED
           MOVE 'N' TO WS-SUBMITTER-ASSIGNED
           PERFORM VARYING ASSIGN-IDX FROM 1 BY 1
                   UNTIL ASSIGN-IDX > WS-ASSIGN-COUNT
               IF DT-COURSE-CODE (ASSIGN-IDX) = GH-COURSE-CODE
                       AND DT-TURMA-CODE (ASSIGN-IDX) = GH-TURMA-CODE
                       AND DT-TERM-CODE (ASSIGN-IDX) = GH-TERM-CODE
                   MOVE 'Y' TO WS-SECTION-ASSIGNED
                   IF DT-INSTRUCTOR-ID (ASSIGN-IDX) = GH-INSTRUCTOR-ID
                       MOVE 'Y' TO WS-SUBMITTER-ASSIGNED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SECTION-ASSIGNED = 'N'
               MOVE 'N' TO WS-SHEET-VALID
               MOVE 'TURMA SEM PROFESSOR ATRIBUIDO'
                   TO WS-REFUSE-TEXT
           ELSE
               IF WS-SUBMITTER-ASSIGNED = 'N'
                   MOVE 'N' TO WS-SHEET-VALID
                   MOVE 'PROFESSOR NAO ATRIBUIDO A TURMA'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF SHEET-VALID
               MOVE 'N' TO WS-SUBMITTER-ASSIGNED
               IF WS-INSTRUCTOR-COUNT > ZERO
                   SET INSTR-IDX TO 1
                   SEARCH INSTRUCTOR-ENTRY
                       AT END
                           CONTINUE
                       WHEN PT-INSTRUCTOR-ID (INSTR-IDX)
                               = GH-INSTRUCTOR-ID
                           IF PT-STATUS (INSTR-IDX) = 'A'
                               MOVE 'Y' TO WS-SUBMITTER-ASSIGNED
                           END-IF
                   END-SEARCH
               END-IF
               IF WS-SUBMITTER-ASSIGNED = 'N'
                   MOVE 'N' TO WS-SHEET-VALID
                   MOVE 'PROFESSOR INATIVO OU NAO CADASTRADO'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF.

      *    The stated count must match the entries present; a wrong
      *    count with countable entries is fixed and reported, not
      *    refused.
