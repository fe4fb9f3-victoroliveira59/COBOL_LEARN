       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUI-NOTAS.
       AUTHOR. "Victor".
       DATE-WRITTEN. "15/10/2026".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DISCTLDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK9".

           SELECT TRANS-SORTED-FILE ASSIGN TO DSTSRTDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INSTRUCTOR-FILE ASSIGN TO PROFMSTDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ASSIGNMENT-FILE ASSIGN TO DOCATRDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO DSTRPTDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY DISCTL.

       FD  TRANSCRIPT-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.

       SD  SORT-WORK-FILE.
       COPY TRANSREC REPLACING TRANSCRIPT-RECORD BY SORT-RECORD,
           TR-STUDENT-ID BY ST-STUDENT-ID,
           TR-STUDENT-NAME BY ST-STUDENT-NAME,
           TR-MEDIA BY ST-MEDIA,
           TR-SATISFACAO BY ST-SATISFACAO,
           TR-RUN-DATE BY ST-RUN-DATE,
           TR-RECORD-STATUS BY ST-RECORD-STATUS,
           TR-PROVISIONAL BY ST-PROVISIONAL,
           TR-FINAL BY ST-FINAL,
           TR-SUPERSEDED BY ST-SUPERSEDED,
           TR-ATTEND-PCT BY ST-ATTEND-PCT,
           TR-TURMA-CODE BY ST-TURMA-CODE,
           TR-COURSE-CODE BY ST-COURSE-CODE,
           TR-TERM-CODE BY ST-TERM-CODE.

       FD  TRANS-SORTED-FILE
           RECORDING MODE IS F.
       COPY TRANSREC REPLACING TRANSCRIPT-RECORD BY SORTED-RECORD,
           TR-STUDENT-ID BY TS-STUDENT-ID,
           TR-STUDENT-NAME BY TS-STUDENT-NAME,
           TR-MEDIA BY TS-MEDIA,
           TR-SATISFACAO BY TS-SATISFACAO,
           TR-RUN-DATE BY TS-RUN-DATE,
           TR-RECORD-STATUS BY TS-RECORD-STATUS,
           TR-PROVISIONAL BY TS-PROVISIONAL,
           TR-FINAL BY TS-FINAL,
           TR-SUPERSEDED BY TS-SUPERSEDED,
           TR-ATTEND-PCT BY TS-ATTEND-PCT,
           TR-TURMA-CODE BY TS-TURMA-CODE,
           TR-COURSE-CODE BY TS-COURSE-CODE,
           TR-TERM-CODE BY TS-TERM-CODE.

       FD  INSTRUCTOR-FILE
           RECORDING MODE IS F.
       COPY PROFMST.

       FD  ASSIGNMENT-FILE
           RECORDING MODE IS F.
       COPY DOCATRIB.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-EOF-TRANS PIC X(01) VALUE 'N'.
           88 EOF-TRANS VALUE 'Y'.

       01 WS-EOF-INSTRUCTOR PIC X(01) VALUE 'N'.
           88 EOF-INSTRUCTOR VALUE 'Y'.

       01 WS-EOF-ASSIGN PIC X(01) VALUE 'N'.
           88 EOF-ASSIGN VALUE 'Y'.

       COPY PROFTAB.

       COPY DOCATRT.

       01 WS-RUN-PARMS.
           02 WS-TERM-CODE          PIC X(06).
           02 WS-FLAG-DISTANCE      PIC 9(02)V99 VALUE 1.50.

      *    The result that stands for one student in one course: a
      *    FINAL record over a provisional one, the latest of each.
       01 WS-HELD-RESULT.
           02 WS-HELD-FLAG          PIC X(01) VALUE 'N'.
               88 RESULT-HELD VALUE 'Y'.
           02 WS-HELD-STUDENT       PIC X(06).
           02 WS-HELD-COURSE        PIC X(06).
           02 WS-HELD-TURMA         PIC X(03).
           02 WS-HELD-MEDIA         PIC 9(02)V99.
           02 WS-HELD-STATUS        PIC X(01).
           02 WS-HELD-SATISFACAO    PIC X(20).

      *    Running sums per course and turma and per course; the
      *    mean, deviation and pass rate are worked out at the end.
       01 WS-SECTION-TABLE.
           02 WS-SECTION-COUNT      PIC 9(03) VALUE ZERO.
           02 WS-SECTION-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-SECTION-COUNT.
               03 SE-COURSE-CODE    PIC X(06).
               03 SE-TURMA-CODE     PIC X(03).
               03 SE-COUNT          PIC 9(04).
               03 SE-SUM            PIC 9(06)V99.
               03 SE-SUM-SQUARES    PIC 9(08)V9999.
               03 SE-PASSED         PIC 9(04).
               03 SE-MEAN           PIC 9(02)V99.
               03 SE-DEVIATION      PIC 9(02)V99.
               03 SE-PASS-PCT       PIC 9(03).
               03 SE-PRINTED        PIC X(01).

       01 WS-COURSE-TABLE.
           02 WS-COURSE-COUNT       PIC 9(03) VALUE ZERO.
           02 WS-COURSE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-COURSE-COUNT.
               03 CO-COURSE-CODE    PIC X(06).
               03 CO-COUNT          PIC 9(04).
               03 CO-SUM            PIC 9(06)V99.
               03 CO-SUM-SQUARES    PIC 9(08)V9999.
               03 CO-PASSED         PIC 9(04).
               03 CO-MEAN           PIC 9(02)V99.
               03 CO-DEVIATION      PIC 9(02)V99.
               03 CO-PASS-PCT       PIC 9(03).

       01 WS-WORK-FIELDS.
           02 WS-SEC-SUB            PIC 9(03).
           02 WS-CRS-SUB            PIC 9(03).
           02 WS-FOUND-SUB          PIC 9(04).
           02 WS-SHIFT-SUB          PIC 9(04).
           02 WS-ASG-SUB            PIC 9(04).
           02 WS-MEAN-WORK          PIC 9(02)V9999.
           02 WS-VARIANCE           PIC 9(04)V9999.
           02 WS-DISTANCE           PIC 9(02)V99.
           02 WS-PRINT-INSTRUCTOR   PIC X(06).
           02 WS-INSTRUCTOR-NAME    PIC X(20).
           02 WS-FLAG-TEXT          PIC X(09).

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           DATE-MONTH BY WS-RUN-DATE-MONTH,
           DATE-DAY BY WS-RUN-DATE-DAY,
           DATE-UTC-HOUR BY WS-RUN-DATE-UTC-HOUR,
           DATE-UTC-MINUTE BY WS-RUN-DATE-UTC-MINUTE.

       01 WS-RUN-DATE PIC 9(08).

       01 WS-EDIT-FIELDS.
           02 WS-EDIT-COUNT         PIC ZZZ9.
           02 WS-EDIT-MEAN          PIC Z9.99.
           02 WS-EDIT-DEVIATION     PIC Z9.99.
           02 WS-EDIT-PCT           PIC ZZ9.
           02 WS-EDIT-CO-MEAN       PIC Z9.99.
           02 WS-EDIT-CO-DEVIATION  PIC Z9.99.
           02 WS-EDIT-CO-PCT        PIC ZZ9.
           02 WS-EDIT-DISTANCE      PIC Z9.99.
           02 WS-EDIT-TOTAL         PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
           02 WS-RESULTS-USED       PIC 9(05) VALUE ZERO.
           02 WS-SECTIONS-FLAGGED   PIC 9(05) VALUE ZERO.
           02 WS-SECTIONS-UNASSIGNED PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-RESULT-PARA UNTIL EOF-TRANS
           PERFORM TALLY-HELD-PARA
           PERFORM FINISH-SECTION-PARA
               VARYING WS-SEC-SUB FROM 1 BY 1
               UNTIL WS-SEC-SUB > WS-SECTION-COUNT
           PERFORM FINISH-COURSE-PARA
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-COURSE-COUNT
           PERFORM PRINT-ASSIGNMENT-PARA
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASSIGN-COUNT
           PERFORM PRINT-UNASSIGNED-PARA
           PERFORM TERMINATE-PARA

           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-DATE-PARA
           PERFORM READ-CONTROL-PARA
           PERFORM LOAD-INSTRUCTOR-PARA
           PERFORM LOAD-ASSIGNMENT-PARA
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ST-STUDENT-ID ST-COURSE-CODE
                   ST-RUN-DATE
               USING TRANSCRIPT-FILE
               GIVING TRANS-SORTED-FILE
           OPEN INPUT TRANS-SORTED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-FLAG-DISTANCE TO WS-EDIT-DISTANCE
           MOVE SPACES TO REPORT-LINE
           STRING 'DISTRIBUI-NOTAS DISTRIBUICAO POR TURMA  TERMO '
               WS-TERM-CODE '  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TURMAS A MAIS DE ' WS-EDIT-DISTANCE
               ' PONTOS DA MEDIA DO CURSO SAO SINALIZADAS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '                         ------ TURMA ------'
               '  ----- CURSO -----'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PROF   CURSO  TUR  ALUNOS MEDIA DESVIO APROV%'
               ' MEDIA DESVIO APROV%'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE HIGH-VALUES TO WS-PRINT-INSTRUCTOR
           PERFORM READ-TRANS-PARA.

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
                   MOVE SPACES TO DISTRIBUTION-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           MOVE DS-TERM-CODE TO WS-TERM-CODE
           IF WS-TERM-CODE = SPACES
               DISPLAY 'TERMO NAO INFORMADO EM DISCTLDD'
                   ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DS-FLAG-DISTANCE IS NUMERIC AND DS-FLAG-DISTANCE > ZERO
               MOVE DS-FLAG-DISTANCE TO WS-FLAG-DISTANCE
           END-IF.

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

      *    Only the term's assignments, kept in instructor, course
      *    and turma order as they are added.
       LOAD-ASSIGNMENT-PARA.
           MOVE ZERO TO WS-ASSIGN-COUNT
           MOVE 'N' TO WS-EOF-ASSIGN
           OPEN INPUT ASSIGNMENT-FILE
           PERFORM UNTIL EOF-ASSIGN
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ASSIGN
                   NOT AT END
                       IF DA-TERM-CODE = WS-TERM-CODE
                           IF WS-ASSIGN-COUNT < 1000
                               PERFORM INSERT-ASSIGNMENT-PARA
                           ELSE
                               DISPLAY 'TABELA DE ATRIBUICOES CHEIA: '
                                   DA-INSTRUCTOR-ID ' ' DA-COURSE-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.

       INSERT-ASSIGNMENT-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                   UNTIL WS-ASG-SUB > WS-ASSIGN-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF DT-INSTRUCTOR-ID (WS-ASG-SUB) > DA-INSTRUCTOR-ID
                       OR (DT-INSTRUCTOR-ID (WS-ASG-SUB)
                               = DA-INSTRUCTOR-ID
                           AND DT-COURSE-CODE (WS-ASG-SUB)
                               > DA-COURSE-CODE)
                       OR (DT-INSTRUCTOR-ID (WS-ASG-SUB)
                               = DA-INSTRUCTOR-ID
                           AND DT-COURSE-CODE (WS-ASG-SUB)
                               = DA-COURSE-CODE
                           AND DT-TURMA-CODE (WS-ASG-SUB)
                               > DA-TURMA-CODE)
                   MOVE WS-ASG-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-ASSIGN-COUNT
           IF WS-FOUND-SUB = ZERO
               MOVE WS-ASSIGN-COUNT TO WS-FOUND-SUB
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-ASSIGN-COUNT BY -1
                       UNTIL WS-SHIFT-SUB NOT > WS-FOUND-SUB
                   MOVE ASSIGN-ENTRY (WS-SHIFT-SUB - 1)
                       TO ASSIGN-ENTRY (WS-SHIFT-SUB)
               END-PERFORM
           END-IF
           MOVE DA-INSTRUCTOR-ID TO DT-INSTRUCTOR-ID (WS-FOUND-SUB)
           MOVE DA-COURSE-CODE TO DT-COURSE-CODE (WS-FOUND-SUB)
           MOVE DA-TURMA-CODE TO DT-TURMA-CODE (WS-FOUND-SUB)
           MOVE DA-TERM-CODE TO DT-TERM-CODE (WS-FOUND-SUB).

       READ-TRANS-PARA.
           READ TRANS-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRANS
           END-READ.

      *    Run right after CALCULA-MEDIA the term holds provisional
      *    results; after the recuperacao pass the FINAL ones take
      *    their place.  Superseded records never count.
       PROCESS-RESULT-PARA.
           IF TS-TERM-CODE = WS-TERM-CODE
                   AND (TS-FINAL OR TS-PROVISIONAL)
               IF RESULT-HELD
                   IF TS-STUDENT-ID NOT = WS-HELD-STUDENT
                           OR TS-COURSE-CODE NOT = WS-HELD-COURSE
                       PERFORM TALLY-HELD-PARA
                   END-IF
               END-IF
               IF NOT RESULT-HELD
                       OR TS-FINAL
                       OR WS-HELD-STATUS NOT = 'F'
                   PERFORM HOLD-RESULT-PARA
               END-IF
           END-IF
           PERFORM READ-TRANS-PARA.

       HOLD-RESULT-PARA.
           MOVE 'Y' TO WS-HELD-FLAG
           MOVE TS-STUDENT-ID TO WS-HELD-STUDENT
           MOVE TS-COURSE-CODE TO WS-HELD-COURSE
           MOVE TS-TURMA-CODE TO WS-HELD-TURMA
           MOVE TS-MEDIA TO WS-HELD-MEDIA
           MOVE TS-RECORD-STATUS TO WS-HELD-STATUS
           MOVE TS-SATISFACAO TO WS-HELD-SATISFACAO.

       TALLY-HELD-PARA.
           IF RESULT-HELD
               MOVE 'N' TO WS-HELD-FLAG
               ADD 1 TO WS-RESULTS-USED
               PERFORM FIND-SECTION-PARA
               PERFORM FIND-COURSE-PARA
               IF WS-SEC-SUB > ZERO
                   ADD 1 TO SE-COUNT (WS-SEC-SUB)
                   ADD WS-HELD-MEDIA TO SE-SUM (WS-SEC-SUB)
                   COMPUTE SE-SUM-SQUARES (WS-SEC-SUB) =
                       SE-SUM-SQUARES (WS-SEC-SUB) +
                       (WS-HELD-MEDIA * WS-HELD-MEDIA)
                   IF WS-HELD-SATISFACAO NOT = 'REPROVADO'
                           AND WS-HELD-SATISFACAO
                               NOT = 'REPROVADO-POR-FALTA'
                       ADD 1 TO SE-PASSED (WS-SEC-SUB)
                   END-IF
               END-IF
               IF WS-CRS-SUB > ZERO
                   ADD 1 TO CO-COUNT (WS-CRS-SUB)
                   ADD WS-HELD-MEDIA TO CO-SUM (WS-CRS-SUB)
                   COMPUTE CO-SUM-SQUARES (WS-CRS-SUB) =
                       CO-SUM-SQUARES (WS-CRS-SUB) +
                       (WS-HELD-MEDIA * WS-HELD-MEDIA)
                   IF WS-HELD-SATISFACAO NOT = 'REPROVADO'
                           AND WS-HELD-SATISFACAO
                               NOT = 'REPROVADO-POR-FALTA'
                       ADD 1 TO CO-PASSED (WS-CRS-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-SECTION-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF SE-COURSE-CODE (WS-SEC-SUB) = WS-HELD-COURSE
                       AND SE-TURMA-CODE (WS-SEC-SUB) = WS-HELD-TURMA
                   MOVE WS-SEC-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-SECTION-COUNT < 300
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE WS-SECTION-COUNT TO WS-FOUND-SUB
                   MOVE WS-HELD-COURSE TO SE-COURSE-CODE (WS-FOUND-SUB)
                   MOVE WS-HELD-TURMA TO SE-TURMA-CODE (WS-FOUND-SUB)
                   MOVE ZERO TO SE-COUNT (WS-FOUND-SUB)
                   MOVE ZERO TO SE-SUM (WS-FOUND-SUB)
                   MOVE ZERO TO SE-SUM-SQUARES (WS-FOUND-SUB)
                   MOVE ZERO TO SE-PASSED (WS-FOUND-SUB)
                   MOVE 'N' TO SE-PRINTED (WS-FOUND-SUB)
               ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA: '
                       WS-HELD-COURSE ' ' WS-HELD-TURMA
               END-IF
           END-IF
           MOVE WS-FOUND-SUB TO WS-SEC-SUB.

       FIND-COURSE-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-COURSE-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF CO-COURSE-CODE (WS-CRS-SUB) = WS-HELD-COURSE
                   MOVE WS-CRS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-COURSE-COUNT < 100
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE WS-COURSE-COUNT TO WS-FOUND-SUB
                   MOVE WS-HELD-COURSE TO CO-COURSE-CODE (WS-FOUND-SUB)
                   MOVE ZERO TO CO-COUNT (WS-FOUND-SUB)
                   MOVE ZERO TO CO-SUM (WS-FOUND-SUB)
                   MOVE ZERO TO CO-SUM-SQUARES (WS-FOUND-SUB)
                   MOVE ZERO TO CO-PASSED (WS-FOUND-SUB)
               ELSE
                   DISPLAY 'TABELA DE CURSOS CHEIA: ' WS-HELD-COURSE
               END-IF
           END-IF
           MOVE WS-FOUND-SUB TO WS-CRS-SUB.

      *    Population standard deviation: the mean of the squares
      *    less the square of the mean, under the root.
       FINISH-SECTION-PARA.
           COMPUTE SE-MEAN (WS-SEC-SUB) ROUNDED =
               SE-SUM (WS-SEC-SUB) / SE-COUNT (WS-SEC-SUB)
           COMPUTE WS-MEAN-WORK =
               SE-SUM (WS-SEC-SUB) / SE-COUNT (WS-SEC-SUB)
           COMPUTE WS-VARIANCE =
               (SE-SUM-SQUARES (WS-SEC-SUB) / SE-COUNT (WS-SEC-SUB))
               - (WS-MEAN-WORK * WS-MEAN-WORK)
           COMPUTE SE-DEVIATION (WS-SEC-SUB) ROUNDED =
               WS-VARIANCE ** 0.5
           COMPUTE SE-PASS-PCT (WS-SEC-SUB) ROUNDED =
               SE-PASSED (WS-SEC-SUB) * 100 / SE-COUNT (WS-SEC-SUB).

       FINISH-COURSE-PARA.
           COMPUTE CO-MEAN (WS-CRS-SUB) ROUNDED =
               CO-SUM (WS-CRS-SUB) / CO-COUNT (WS-CRS-SUB)
           COMPUTE WS-MEAN-WORK =
               CO-SUM (WS-CRS-SUB) / CO-COUNT (WS-CRS-SUB)
           COMPUTE WS-VARIANCE =
               (CO-SUM-SQUARES (WS-CRS-SUB) / CO-COUNT (WS-CRS-SUB))
               - (WS-MEAN-WORK * WS-MEAN-WORK)
           COMPUTE CO-DEVIATION (WS-CRS-SUB) ROUNDED =
               WS-VARIANCE ** 0.5
           COMPUTE CO-PASS-PCT (WS-CRS-SUB) ROUNDED =
               CO-PASSED (WS-CRS-SUB) * 100 / CO-COUNT (WS-CRS-SUB).

       PRINT-ASSIGNMENT-PARA.
           IF DT-INSTRUCTOR-ID (WS-ASG-SUB) NOT = WS-PRINT-INSTRUCTOR
               MOVE DT-INSTRUCTOR-ID (WS-ASG-SUB)
                   TO WS-PRINT-INSTRUCTOR
               MOVE SPACES TO WS-INSTRUCTOR-NAME
               IF WS-INSTRUCTOR-COUNT > ZERO
                   SET INSTR-IDX TO 1
                   SEARCH INSTRUCTOR-ENTRY
                       AT END
                           MOVE 'NAO CADASTRADO' TO WS-INSTRUCTOR-NAME
                       WHEN PT-INSTRUCTOR-ID (INSTR-IDX)
                               = WS-PRINT-INSTRUCTOR
                           MOVE PT-INSTRUCTOR-NAME (INSTR-IDX)
                               TO WS-INSTRUCTOR-NAME
                   END-SEARCH
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'PROFESSOR ' WS-PRINT-INSTRUCTOR
                   ' ' WS-INSTRUCTOR-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SECTION-COUNT
                       OR WS-FOUND-SUB > ZERO
               IF SE-COURSE-CODE (WS-SEC-SUB) =
                       DT-COURSE-CODE (WS-ASG-SUB)
                       AND SE-TURMA-CODE (WS-SEC-SUB) =
                           DT-TURMA-CODE (WS-ASG-SUB)
                   MOVE WS-SEC-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING WS-PRINT-INSTRUCTOR
                   ' ' DT-COURSE-CODE (WS-ASG-SUB)
                   ' ' DT-TURMA-CODE (WS-ASG-SUB)
                   '  SEM RESULTADOS NO TERMO'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-FOUND-SUB TO WS-SEC-SUB
               MOVE 'Y' TO SE-PRINTED (WS-SEC-SUB)
               PERFORM PRINT-SECTION-LINE-PARA
           END-IF.

      *    A section whose mean sits further than the configured
      *    distance from its course mean grades hard or soft.
       PRINT-SECTION-LINE-PARA.
           MOVE ZERO TO WS-CRS-SUB
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > WS-COURSE-COUNT
               IF CO-COURSE-CODE (WS-FOUND-SUB) =
                       SE-COURSE-CODE (WS-SEC-SUB)
                   MOVE WS-FOUND-SUB TO WS-CRS-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FLAG-TEXT
           IF SE-MEAN (WS-SEC-SUB) > CO-MEAN (WS-CRS-SUB)
               COMPUTE WS-DISTANCE =
                   SE-MEAN (WS-SEC-SUB) - CO-MEAN (WS-CRS-SUB)
               IF WS-DISTANCE > WS-FLAG-DISTANCE
                   MOVE '** ACIMA' TO WS-FLAG-TEXT
               END-IF
           ELSE
               COMPUTE WS-DISTANCE =
                   CO-MEAN (WS-CRS-SUB) - SE-MEAN (WS-SEC-SUB)
               IF WS-DISTANCE > WS-FLAG-DISTANCE
                   MOVE '** ABAIXO' TO WS-FLAG-TEXT
               END-IF
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-SECTIONS-FLAGGED
           END-IF
           MOVE SE-COUNT (WS-SEC-SUB) TO WS-EDIT-COUNT
           MOVE SE-MEAN (WS-SEC-SUB) TO WS-EDIT-MEAN
           MOVE SE-DEVIATION (WS-SEC-SUB) TO WS-EDIT-DEVIATION
           MOVE SE-PASS-PCT (WS-SEC-SUB) TO WS-EDIT-PCT
           MOVE CO-MEAN (WS-CRS-SUB) TO WS-EDIT-CO-MEAN
           MOVE CO-DEVIATION (WS-CRS-SUB) TO WS-EDIT-CO-DEVIATION
           MOVE CO-PASS-PCT (WS-CRS-SUB) TO WS-EDIT-CO-PCT
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRINT-INSTRUCTOR
               ' ' SE-COURSE-CODE (WS-SEC-SUB)
               ' ' SE-TURMA-CODE (WS-SEC-SUB)
               '    ' WS-EDIT-COUNT
               ' ' WS-EDIT-MEAN
               '  ' WS-EDIT-DEVIATION
               '   ' WS-EDIT-PCT
               '  ' WS-EDIT-CO-MEAN
               '  ' WS-EDIT-CO-DEVIATION
               '   ' WS-EDIT-CO-PCT
               ' ' WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Results graded in a section nobody is assigned to.
       PRINT-UNASSIGNED-PARA.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SECTION-COUNT
               IF SE-PRINTED (WS-SEC-SUB) = 'N'
                   IF WS-SECTIONS-UNASSIGNED = ZERO
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO REPORT-LINE
                       MOVE 'TURMAS SEM PROFESSOR ATRIBUIDO'
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO WS-SECTIONS-UNASSIGNED
                   MOVE '------' TO WS-PRINT-INSTRUCTOR
                   PERFORM PRINT-SECTION-LINE-PARA
               END-IF
           END-PERFORM.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESULTS-USED TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING 'RESULTADOS CONSIDERADOS ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTIONS-FLAGGED TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING 'TURMAS SINALIZADAS      ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTIONS-UNASSIGNED TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING 'TURMAS SEM PROFESSOR    ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE TRANS-SORTED-FILE
           CLOSE REPORT-FILE
           DISPLAY 'RESULTADOS CONSIDERADOS: ' WS-RESULTS-USED
           DISPLAY 'TURMAS SINALIZADAS     : ' WS-SECTIONS-FLAGGED.
