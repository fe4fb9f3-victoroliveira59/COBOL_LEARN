       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-ESPERA.
       AUTHOR. "Victor".
       DATE-WRITTEN. "15/10/2026".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO ESPERADD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENROLL-FILE ASSIGN TO MATRICDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO MATCTLDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO ESPRPTDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WAITLIST-FILE
           RECORDING MODE IS F.
       COPY ESPERA.

       FD  ENROLL-FILE
           RECORDING MODE IS F.
       COPY MATRICUL.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY MATCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-EOF-WAIT PIC X(01) VALUE 'N'.
           88 EOF-WAIT VALUE 'Y'.

       01 WS-EOF-ENROLL PIC X(01) VALUE 'N'.
           88 EOF-ENROLL VALUE 'Y'.

       01 WS-SECTION-LIMIT PIC 9(03) VALUE ZERO.

      *    One entry per course and turma with anyone waiting, kept
      *    in course and turma order as entries are added.
       01 WS-QUEUE-TABLE.
           02 WS-QUEUE-COUNT        PIC 9(03) VALUE ZERO.
           02 WS-QUEUE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-QUEUE-COUNT.
               03 WS-QUEUE-COURSE   PIC X(06).
               03 WS-QUEUE-TURMA    PIC X(03).
               03 WS-QUEUE-WAITING  PIC 9(04).
               03 WS-QUEUE-SEATS    PIC 9(04).
               03 WS-QUEUE-OLDEST   PIC 9(08).

       01 WS-QUEUE-FIELDS.
           02 WS-QUEUE-SUB          PIC 9(03).
           02 WS-SHIFT-SUB          PIC 9(03).
           02 WS-FOUND-SUB          PIC 9(03).

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           DATE-MONTH BY WS-RUN-DATE-MONTH,
           DATE-DAY BY WS-RUN-DATE-DAY,
           DATE-UTC-HOUR BY WS-RUN-DATE-UTC-HOUR,
           DATE-UTC-MINUTE BY WS-RUN-DATE-UTC-MINUTE.

       01 WS-RUN-DATE PIC 9(08).

       01 WS-EDIT-FIELDS.
           02 WS-EDIT-WAITING       PIC ZZZ9.
           02 WS-EDIT-SEATS         PIC ZZZ9.
           02 WS-EDIT-LIMIT         PIC ZZ9.
           02 WS-EDIT-COUNT         PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
           02 WS-WAIT-READ          PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-PARA
           PERFORM PRINT-QUEUE-PARA
               VARYING WS-QUEUE-SUB FROM 1 BY 1
               UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
           PERFORM TERMINATE-PARA

           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-DATE-PARA
           PERFORM READ-CONTROL-PARA
           PERFORM LOAD-WAITLIST-PARA
           PERFORM COUNT-SEATS-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'LISTA-ESPERA FILA POR TURMA  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CURSO  TUR  FILA  ATIVOS LIMITE  ESPERA DESDE'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       GET-RUN-DATE-PARA.
           CALL 'DATE' USING WS-RUN-DATE-PARM
           COMPUTE WS-RUN-DATE =
               WS-RUN-DATE-YEAR  * 10000 +
               WS-RUN-DATE-MONTH * 100 +
               WS-RUN-DATE-DAY.

       READ-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO MM-SECTION-LIMIT
           END-READ
           CLOSE CONTROL-FILE
           IF MM-SECTION-LIMIT IS NUMERIC
               MOVE MM-SECTION-LIMIT TO WS-SECTION-LIMIT
           END-IF.

      *    The file is in arrival order, so the first entry seen
      *    for a section is the one waiting longest.
       LOAD-WAITLIST-PARA.
           MOVE ZERO TO WS-QUEUE-COUNT
           MOVE 'N' TO WS-EOF-WAIT
           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL EOF-WAIT
               READ WAITLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-WAIT
                   NOT AT END
                       ADD 1 TO WS-WAIT-READ
                       PERFORM TALLY-WAIT-PARA
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE.

       TALLY-WAIT-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF WS-QUEUE-COURSE (WS-QUEUE-SUB) = WE-COURSE-CODE
                       AND WS-QUEUE-TURMA (WS-QUEUE-SUB)
                           = WE-TURMA-CODE
                   MOVE WS-QUEUE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               ADD 1 TO WS-QUEUE-WAITING (WS-FOUND-SUB)
           ELSE
               IF WS-QUEUE-COUNT < 200
                   PERFORM INSERT-QUEUE-PARA
               ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA: '
                       WE-COURSE-CODE ' ' WE-TURMA-CODE
               END-IF
           END-IF.

      *    Opens a slot ahead of the first section that sorts after
      *    the new one.
       INSERT-QUEUE-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF WS-QUEUE-COURSE (WS-QUEUE-SUB) > WE-COURSE-CODE
                       OR (WS-QUEUE-COURSE (WS-QUEUE-SUB)
                               = WE-COURSE-CODE
                           AND WS-QUEUE-TURMA (WS-QUEUE-SUB)
                               > WE-TURMA-CODE)
                   MOVE WS-QUEUE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-QUEUE-COUNT
           IF WS-FOUND-SUB = ZERO
               MOVE WS-QUEUE-COUNT TO WS-FOUND-SUB
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-QUEUE-COUNT BY -1
                       UNTIL WS-SHIFT-SUB NOT > WS-FOUND-SUB
                   MOVE WS-QUEUE-ENTRY (WS-SHIFT-SUB - 1)
                       TO WS-QUEUE-ENTRY (WS-SHIFT-SUB)
               END-PERFORM
           END-IF
           MOVE WE-COURSE-CODE TO WS-QUEUE-COURSE (WS-FOUND-SUB)
           MOVE WE-TURMA-CODE TO WS-QUEUE-TURMA (WS-FOUND-SUB)
           MOVE 1 TO WS-QUEUE-WAITING (WS-FOUND-SUB)
           MOVE ZERO TO WS-QUEUE-SEATS (WS-FOUND-SUB)
           MOVE WE-WAIT-DATE TO WS-QUEUE-OLDEST (WS-FOUND-SUB).

       COUNT-SEATS-PARA.
           MOVE 'N' TO WS-EOF-ENROLL
           OPEN INPUT ENROLL-FILE
           PERFORM UNTIL EOF-ENROLL
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ENROLL
                   NOT AT END
                       IF MT-ACTIVE
                           PERFORM TALLY-SEAT-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       TALLY-SEAT-PARA.
           PERFORM VARYING WS-QUEUE-SUB FROM 1 BY 1
                   UNTIL WS-QUEUE-SUB > WS-QUEUE-COUNT
               IF WS-QUEUE-COURSE (WS-QUEUE-SUB) = MT-COURSE-CODE
                       AND WS-QUEUE-TURMA (WS-QUEUE-SUB)
                           = MT-TURMA-CODE
                   ADD 1 TO WS-QUEUE-SEATS (WS-QUEUE-SUB)
               END-IF
           END-PERFORM.

       PRINT-QUEUE-PARA.
           MOVE WS-QUEUE-WAITING (WS-QUEUE-SUB) TO WS-EDIT-WAITING
           MOVE WS-QUEUE-SEATS (WS-QUEUE-SUB) TO WS-EDIT-SEATS
           MOVE WS-SECTION-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-QUEUE-COURSE (WS-QUEUE-SUB)
               ' ' WS-QUEUE-TURMA (WS-QUEUE-SUB)
               '  ' WS-EDIT-WAITING
               '    ' WS-EDIT-SEATS
               '    ' WS-EDIT-LIMIT
               '  ' WS-QUEUE-OLDEST (WS-QUEUE-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-QUEUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'TURMAS COM FILA   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WAIT-READ TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ALUNOS EM ESPERA  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'TURMAS COM FILA : ' WS-QUEUE-COUNT
           DISPLAY 'ALUNOS EM ESPERA: ' WS-WAIT-READ.
