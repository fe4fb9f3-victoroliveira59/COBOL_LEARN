       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUACAO-ACADEMICA.
       AUTHOR. "Victor".
       DATE-WRITTEN. "15/10/2026".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO SITCTLDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK8".

           SELECT TRANS-SORTED-FILE ASSIGN TO SITSRTDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO CATALOGDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER ASSIGN TO ALUNMSTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-STUDENT-ID
               FILE STATUS IS WS-ALUNMST-STATUS.

           SELECT OPTIONAL STANDING-HISTORY ASSIGN TO SITHSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-STUDENT-ID
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STUDENT-TRAN-FILE ASSIGN TO SITTRNDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO SITLETDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO SITRPTDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY SITCTL.

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

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       COPY CRSCAT.

       FD  STUDENT-MASTER
           RECORDING MODE IS F.
       COPY ALUNMST.

       FD  STANDING-HISTORY
           RECORDING MODE IS F.
       COPY SITHIST.

      *    Inactivations for suspended students, fed to MANTEM-ALUNOS
      *    as its ALUTRNDD.
       FD  STUDENT-TRAN-FILE
           RECORDING MODE IS F.
       COPY ALUNTRAN.

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-LINE                PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-EOF-TRANS PIC X(01) VALUE 'N'.
           88 EOF-TRANS VALUE 'Y'.

       01 WS-EOF-CATALOG PIC X(01) VALUE 'N'.
           88 EOF-CATALOG VALUE 'Y'.

       COPY CRSCATT.

       01 WS-ALUNMST-STATUS PIC X(02).
       01 WS-ALUNMST-OPEN PIC X(01) VALUE 'N'.
           88 ALUNMST-OPEN VALUE 'Y'.
       01 WS-HISTORY-STATUS PIC X(02).

       01 WS-FIRST-RECORD PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD VALUE 'Y'.

       01 WS-THRESHOLDS.
           02 WS-TERM-CODE          PIC X(06).
           02 WS-HONOR-CUTOFF       PIC 9(02)V99 VALUE 9.
           02 WS-GOOD-CUTOFF        PIC 9(02)V99 VALUE 5.
           02 WS-SUSPEND-CUTOFF     PIC 9(02)V99 VALUE ZERO.
           02 WS-PROBATION-LIMIT    PIC 9(01) VALUE 2.

      *    The term's FINAL results of the student in hand, one per
      *    course; the sort puts the latest run of a course last.
       01 WS-COURSE-BUFFER.
           02 WS-COURSE-TOTAL       PIC 9(02) VALUE ZERO.
           02 WS-COURSE-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-COURSE-TOTAL.
               03 WS-CRS-CODE       PIC X(06).
               03 WS-CRS-MEDIA      PIC 9(02)V99.

       01 WS-STUDENT-FIELDS.
           02 WS-PREV-STUDENT-ID    PIC X(06).
           02 WS-PREV-STUDENT-NAME  PIC X(20).
           02 WS-PROGRAM-CODE       PIC X(04).
           02 WS-ENTRY-YEAR         PIC 9(04).
           02 WS-ON-MASTER          PIC X(01).
           02 WS-MASTER-ACTIVE      PIC X(01).
           02 WS-COURSE-CREDITS     PIC 9(02).
           02 WS-CREDIT-TOTAL       PIC 9(03).
           02 WS-MEDIA-TOTAL        PIC 9(05)V99.
           02 WS-TERM-AVERAGE       PIC 9(02)V99.
           02 WS-BASE-COUNT         PIC 9(02).
           02 WS-NEW-COUNT          PIC 9(02).
           02 WS-STANDING           PIC X(01).
               88 STANDING-HONOR VALUE 'H'.
               88 STANDING-GOOD VALUE 'R'.
               88 STANDING-PROBATION VALUE 'P'.
               88 STANDING-SUSPENDED VALUE 'S'.
           02 WS-HISTORY-FOUND      PIC X(01).
           02 WS-HISTORY-RERUN      PIC X(01).

       01 WS-WORK-SUBS.
           02 WS-CRS-SUB            PIC 9(02).
           02 WS-FOUND-SUB          PIC 9(04).
           02 WS-DEC-SUB            PIC 9(04).
           02 WS-SHIFT-SUB          PIC 9(04).

      *    Decisions of the run, kept in course-of-study and student
      *    order as they are added.
       01 WS-DECISION-TABLE.
           02 WS-DECISION-COUNT     PIC 9(04) VALUE ZERO.
           02 WS-DECISION-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DECISION-COUNT.
               03 DC-PROGRAM-CODE   PIC X(04).
               03 DC-STUDENT-ID     PIC X(06).
               03 DC-STUDENT-NAME   PIC X(20).
               03 DC-AVERAGE        PIC 9(02)V99.
               03 DC-CREDITS        PIC 9(03).
               03 DC-STANDING       PIC X(01).
               03 DC-PROB-COUNT     PIC 9(02).

       01 WS-PRINT-FIELDS.
           02 WS-PRINT-PROGRAM      PIC X(04).
           02 WS-STANDING-TEXT      PIC X(16).

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           DATE-MONTH BY WS-RUN-DATE-MONTH,
           DATE-DAY BY WS-RUN-DATE-DAY,
           DATE-UTC-HOUR BY WS-RUN-DATE-UTC-HOUR,
           DATE-UTC-MINUTE BY WS-RUN-DATE-UTC-MINUTE.

       01 WS-RUN-DATE PIC 9(08).

       01 WS-EDIT-FIELDS.
           02 WS-EDIT-MEDIA         PIC Z9.99.
           02 WS-EDIT-CUTOFF        PIC Z9.99.
           02 WS-EDIT-CREDITS       PIC ZZ9.
           02 WS-EDIT-TERMS         PIC Z9.
           02 WS-EDIT-COUNT         PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
           02 WS-STUDENTS-RATED     PIC 9(05) VALUE ZERO.
           02 WS-HONOR-COUNT        PIC 9(05) VALUE ZERO.
           02 WS-GOOD-COUNT         PIC 9(05) VALUE ZERO.
           02 WS-PROBATION-COUNT    PIC 9(05) VALUE ZERO.
           02 WS-SUSPENDED-COUNT    PIC 9(05) VALUE ZERO.
           02 WS-LETTERS-WRITTEN    PIC 9(05) VALUE ZERO.
           02 WS-TRANS-WRITTEN      PIC 9(05) VALUE ZERO.
           02 WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-RESULT-PARA UNTIL EOF-TRANS
           PERFORM FINISH-LAST-STUDENT-PARA
           PERFORM PRINT-DECISIONS-PARA
           PERFORM TERMINATE-PARA

           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-DATE-PARA
           PERFORM READ-CONTROL-PARA
           PERFORM LOAD-CATALOG-PARA
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ST-STUDENT-ID ST-COURSE-CODE
                   ST-RUN-DATE
               USING TRANSCRIPT-FILE
               GIVING TRANS-SORTED-FILE
           OPEN INPUT TRANS-SORTED-FILE
           OPEN INPUT STUDENT-MASTER
           IF WS-ALUNMST-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ALUNMSTD, STATUS='
                   WS-ALUNMST-STATUS
           ELSE
               MOVE 'Y' TO WS-ALUNMST-OPEN
           END-IF
      *    The history carries probation runs from term to term;
      *    without it no suspension could be decided, so the run
      *    stops.
           OPEN I-O STANDING-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
                   AND WS-HISTORY-STATUS NOT = '05'
               DISPLAY 'ERRO ABRINDO SITHSTDD, STATUS='
                   WS-HISTORY-STATUS ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STUDENT-TRAN-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'SITUACAO-ACADEMICA TERMO ' WS-TERM-CODE
               '  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HONOR-CUTOFF TO WS-EDIT-MEDIA
           MOVE WS-GOOD-CUTOFF TO WS-EDIT-CUTOFF
           MOVE WS-PROBATION-LIMIT TO WS-EDIT-TERMS
           MOVE SPACES TO REPORT-LINE
           STRING 'HONRA ' WS-EDIT-MEDIA
               '  REGULAR ' WS-EDIT-CUTOFF
               '  SUSPENSAO APOS ' WS-EDIT-TERMS
               ' TERMOS EM OBSERVACAO'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SUSPEND-CUTOFF > ZERO
               MOVE WS-SUSPEND-CUTOFF TO WS-EDIT-CUTOFF
               MOVE SPACES TO REPORT-LINE
               STRING 'SUSPENSAO DIRETA ABAIXO DE ' WS-EDIT-CUTOFF
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM READ-TRANS-PARA.

       GET-RUN-DATE-PARA.
           CALL 'DATE' USING WS-RUN-DATE-PARM
           COMPUTE WS-RUN-DATE =
               WS-RUN-DATE-YEAR  * 10000 +
               WS-RUN-DATE-MONTH * 100 +
               WS-RUN-DATE-DAY.

      *    The term is required; a threshold left zero or blank on
      *    the card keeps the house default.
       READ-CONTROL-PARA.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO STANDING-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-FILE
           MOVE SC-TERM-CODE TO WS-TERM-CODE
           IF WS-TERM-CODE = SPACES
               DISPLAY 'TERMO NAO INFORMADO EM SITCTLDD'
                   ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SC-HONOR-CUTOFF IS NUMERIC AND SC-HONOR-CUTOFF > ZERO
               MOVE SC-HONOR-CUTOFF TO WS-HONOR-CUTOFF
           END-IF
           IF SC-GOOD-CUTOFF IS NUMERIC AND SC-GOOD-CUTOFF > ZERO
               MOVE SC-GOOD-CUTOFF TO WS-GOOD-CUTOFF
           END-IF
           IF SC-SUSPEND-CUTOFF IS NUMERIC
               MOVE SC-SUSPEND-CUTOFF TO WS-SUSPEND-CUTOFF
           END-IF
           IF SC-PROBATION-LIMIT IS NUMERIC
                   AND SC-PROBATION-LIMIT > ZERO
               MOVE SC-PROBATION-LIMIT TO WS-PROBATION-LIMIT
           END-IF.

       LOAD-CATALOG-PARA.
           MOVE ZERO TO WS-CATALOG-COUNT
           MOVE 'N' TO WS-EOF-CATALOG
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL EOF-CATALOG
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CATALOG
                   NOT AT END
                       IF WS-CATALOG-COUNT < 50
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE CA-COURSE-CODE TO KC-COURSE-CODE
                                                 (WS-CATALOG-COUNT)
                           MOVE CA-TITLE TO KC-TITLE
                                           (WS-CATALOG-COUNT)
                           MOVE CA-CREDIT-HOURS TO KC-CREDIT-HOURS
                                                  (WS-CATALOG-COUNT)
                           MOVE CA-ACTIVE-FLAG TO KC-ACTIVE-FLAG
                                                 (WS-CATALOG-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE CATALOGO CHEIA: '
                               CA-COURSE-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *    Credit hours for one course; a course missing from the
      *    catalog weighs one credit, as in HISTORICO-ESCOLAR.
       LOOKUP-COURSE-PARA.
           MOVE 1 TO WS-COURSE-CREDITS
           IF WS-CATALOG-COUNT > ZERO
               SET KAT-IDX TO 1
               SEARCH CATALOG-ENTRY
                   AT END
                       CONTINUE
                   WHEN KC-COURSE-CODE (KAT-IDX) =
                           WS-CRS-CODE (WS-CRS-SUB)
                       IF KC-CREDIT-HOURS (KAT-IDX) > ZERO
                           MOVE KC-CREDIT-HOURS (KAT-IDX)
                               TO WS-COURSE-CREDITS
                       END-IF
               END-SEARCH
           END-IF.

       READ-TRANS-PARA.
           READ TRANS-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-TRANS
           END-READ.

      *    Only the term's FINAL records count: provisional results
      *    are not a standing, and superseded ones were replaced.
       PROCESS-RESULT-PARA.
           IF TS-FINAL AND TS-TERM-CODE = WS-TERM-CODE
               IF FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-RECORD
                   PERFORM START-STUDENT-PARA
               ELSE
                   IF TS-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                       PERFORM FINISH-STUDENT-PARA
                       PERFORM START-STUDENT-PARA
                   END-IF
               END-IF
               PERFORM STORE-RESULT-PARA
           END-IF
           PERFORM READ-TRANS-PARA.

       START-STUDENT-PARA.
           MOVE TS-STUDENT-ID TO WS-PREV-STUDENT-ID
           MOVE TS-STUDENT-NAME TO WS-PREV-STUDENT-NAME
           MOVE ZERO TO WS-COURSE-TOTAL.

       STORE-RESULT-PARA.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-COURSE-TOTAL
               IF WS-CRS-CODE (WS-CRS-SUB) = TS-COURSE-CODE
                   MOVE WS-CRS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > ZERO
               MOVE TS-MEDIA TO WS-CRS-MEDIA (WS-FOUND-SUB)
           ELSE
               IF WS-COURSE-TOTAL < 30
                   ADD 1 TO WS-COURSE-TOTAL
                   MOVE TS-COURSE-CODE TO
                       WS-CRS-CODE (WS-COURSE-TOTAL)
                   MOVE TS-MEDIA TO WS-CRS-MEDIA (WS-COURSE-TOTAL)
               ELSE
                   DISPLAY 'LIMITE DE DISCIPLINAS DO ALUNO '
                       TS-STUDENT-ID ' EXCEDIDO'
               END-IF
           END-IF.

       FINISH-LAST-STUDENT-PARA.
           IF NOT FIRST-RECORD
               PERFORM FINISH-STUDENT-PARA
           END-IF.

       FINISH-STUDENT-PARA.
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-MEDIA-TOTAL
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-COURSE-TOTAL
               PERFORM LOOKUP-COURSE-PARA
               ADD WS-COURSE-CREDITS TO WS-CREDIT-TOTAL
               COMPUTE WS-MEDIA-TOTAL = WS-MEDIA-TOTAL +
                   (WS-CRS-MEDIA (WS-CRS-SUB) * WS-COURSE-CREDITS)
           END-PERFORM
           COMPUTE WS-TERM-AVERAGE ROUNDED =
               WS-MEDIA-TOTAL / WS-CREDIT-TOTAL
           PERFORM READ-MASTER-PARA
           PERFORM READ-HISTORY-PARA
           IF WS-HISTORY-FOUND = 'Y' AND WS-HISTORY-RERUN = 'N'
                   AND SH-LAST-TERM > WS-TERM-CODE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-PREV-STUDENT-ID
                   ' ' WS-PREV-STUDENT-NAME
                   ' - JA CLASSIFICADO NO TERMO POSTERIOR '
                   SH-LAST-TERM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM CLASSIFY-STUDENT-PARA
               PERFORM WRITE-HISTORY-PARA
               PERFORM ADD-DECISION-PARA
               IF NOT STANDING-GOOD
                   PERFORM WRITE-LETTER-PARA
               END-IF
               IF STANDING-SUSPENDED
                   PERFORM WRITE-INACTIVATION-PARA
               END-IF
           END-IF.

      *    Name and course of study come from the master; a student
      *    missing from it is still classified under the keyed name.
       READ-MASTER-PARA.
           MOVE 'N' TO WS-ON-MASTER
           MOVE 'N' TO WS-MASTER-ACTIVE
           MOVE SPACES TO WS-PROGRAM-CODE
           MOVE ZERO TO WS-ENTRY-YEAR
           IF ALUNMST-OPEN
               MOVE WS-PREV-STUDENT-ID TO AM-STUDENT-ID
               READ STUDENT-MASTER
                   KEY IS AM-STUDENT-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER
                       MOVE AM-STUDENT-NAME TO WS-PREV-STUDENT-NAME
                       MOVE AM-PROGRAM-CODE TO WS-PROGRAM-CODE
                       MOVE AM-ENTRY-YEAR TO WS-ENTRY-YEAR
                       IF AM-ACTIVE
                           MOVE 'Y' TO WS-MASTER-ACTIVE
                       END-IF
               END-READ
           END-IF.

      *    A rerun of the term last classified starts again from the
      *    probation run that stood before it.
       READ-HISTORY-PARA.
           MOVE 'N' TO WS-HISTORY-FOUND
           MOVE 'N' TO WS-HISTORY-RERUN
           MOVE ZERO TO WS-BASE-COUNT
           MOVE WS-PREV-STUDENT-ID TO SH-STUDENT-ID
           READ STANDING-HISTORY
               KEY IS SH-STUDENT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-FOUND
                   IF SH-LAST-TERM = WS-TERM-CODE
                       MOVE 'Y' TO WS-HISTORY-RERUN
                       MOVE SH-PRIOR-COUNT TO WS-BASE-COUNT
                   ELSE
                       MOVE SH-PROBATION-COUNT TO WS-BASE-COUNT
                   END-IF
           END-READ.

       CLASSIFY-STUDENT-PARA.
           MOVE ZERO TO WS-NEW-COUNT
           EVALUATE TRUE

               WHEN WS-TERM-AVERAGE NOT < WS-HONOR-CUTOFF
                   MOVE 'H' TO WS-STANDING
                   ADD 1 TO WS-HONOR-COUNT

               WHEN WS-TERM-AVERAGE NOT < WS-GOOD-CUTOFF
                   MOVE 'R' TO WS-STANDING
                   ADD 1 TO WS-GOOD-COUNT

               WHEN OTHER
                   COMPUTE WS-NEW-COUNT = WS-BASE-COUNT + 1
                   IF WS-NEW-COUNT NOT < WS-PROBATION-LIMIT
                           OR WS-TERM-AVERAGE < WS-SUSPEND-CUTOFF
                       MOVE 'S' TO WS-STANDING
                       ADD 1 TO WS-SUSPENDED-COUNT
                   ELSE
                       MOVE 'P' TO WS-STANDING
                       ADD 1 TO WS-PROBATION-COUNT
                   END-IF

           END-EVALUATE
           ADD 1 TO WS-STUDENTS-RATED.

      *    A suspension closes the probation run: a student who
      *    comes back starts counting again.
       WRITE-HISTORY-PARA.
           IF WS-HISTORY-FOUND = 'N'
               MOVE WS-PREV-STUDENT-ID TO SH-STUDENT-ID
               MOVE SPACES TO SH-PRIOR-TERM
               MOVE SPACES TO SH-PRIOR-STANDING
               MOVE ZERO TO SH-PRIOR-COUNT
           ELSE
               IF WS-HISTORY-RERUN = 'N'
                   MOVE SH-LAST-TERM TO SH-PRIOR-TERM
                   MOVE SH-LAST-STANDING TO SH-PRIOR-STANDING
                   MOVE SH-PROBATION-COUNT TO SH-PRIOR-COUNT
               END-IF
           END-IF
           MOVE WS-TERM-CODE TO SH-LAST-TERM
           MOVE WS-STANDING TO SH-LAST-STANDING
           MOVE WS-TERM-AVERAGE TO SH-LAST-AVERAGE
           IF STANDING-PROBATION
               MOVE WS-NEW-COUNT TO SH-PROBATION-COUNT
           ELSE
               MOVE ZERO TO SH-PROBATION-COUNT
           END-IF
           MOVE WS-RUN-DATE TO SH-UPDATE-DATE
           IF WS-HISTORY-FOUND = 'N'
               WRITE STANDING-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO SITHSTDD: '
                           SH-STUDENT-ID
               END-WRITE
           ELSE
               REWRITE STANDING-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO SITHSTDD: '
                           SH-STUDENT-ID
               END-REWRITE
           END-IF.

      *    Opens a slot ahead of the first decision that sorts after
      *    the new one.
       ADD-DECISION-PARA.
           IF WS-DECISION-COUNT NOT < 2000
               DISPLAY 'TABELA DE DECISOES CHEIA: '
                   WS-PREV-STUDENT-ID
           ELSE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                       UNTIL WS-DEC-SUB > WS-DECISION-COUNT
                           OR WS-FOUND-SUB > ZERO
                   IF DC-PROGRAM-CODE (WS-DEC-SUB) > WS-PROGRAM-CODE
                           OR (DC-PROGRAM-CODE (WS-DEC-SUB)
                                   = WS-PROGRAM-CODE
                               AND DC-STUDENT-ID (WS-DEC-SUB)
                                   > WS-PREV-STUDENT-ID)
                       MOVE WS-DEC-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               ADD 1 TO WS-DECISION-COUNT
               IF WS-FOUND-SUB = ZERO
                   MOVE WS-DECISION-COUNT TO WS-FOUND-SUB
               ELSE
                   PERFORM VARYING WS-SHIFT-SUB
                           FROM WS-DECISION-COUNT BY -1
                           UNTIL WS-SHIFT-SUB NOT > WS-FOUND-SUB
                       MOVE WS-DECISION-ENTRY (WS-SHIFT-SUB - 1)
                           TO WS-DECISION-ENTRY (WS-SHIFT-SUB)
                   END-PERFORM
               END-IF
               MOVE WS-PROGRAM-CODE TO DC-PROGRAM-CODE (WS-FOUND-SUB)
               MOVE WS-PREV-STUDENT-ID TO DC-STUDENT-ID (WS-FOUND-SUB)
               MOVE WS-PREV-STUDENT-NAME TO
                   DC-STUDENT-NAME (WS-FOUND-SUB)
               MOVE WS-TERM-AVERAGE TO DC-AVERAGE (WS-FOUND-SUB)
               MOVE WS-CREDIT-TOTAL TO DC-CREDITS (WS-FOUND-SUB)
               MOVE WS-STANDING TO DC-STANDING (WS-FOUND-SUB)
               MOVE WS-NEW-COUNT TO DC-PROB-COUNT (WS-FOUND-SUB)
           END-IF.

       WRITE-LETTER-PARA.
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE WS-TERM-AVERAGE TO WS-EDIT-MEDIA
           MOVE SPACES TO LETTER-LINE
           STRING 'COORDENACAO ACADEMICA' '  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'ALUNO(A) ' WS-PREV-STUDENT-NAME
               '  MATRICULA ' WS-PREV-STUDENT-ID
               '  CURSO ' WS-PROGRAM-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'SUA MEDIA PONDERADA NO TERMO ' WS-TERM-CODE
               ' FOI ' WS-EDIT-MEDIA '.'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE TRUE

               WHEN STANDING-HONOR
                   MOVE SPACES TO LETTER-LINE
                   MOVE 'PARABENS: SEU NOME CONSTA DO QUADRO DE HONRA.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE

               WHEN STANDING-PROBATION
                   MOVE WS-NEW-COUNT TO WS-EDIT-TERMS
                   MOVE WS-GOOD-CUTOFF TO WS-EDIT-CUTOFF
                   MOVE SPACES TO LETTER-LINE
                   STRING 'VOCE ESTA EM OBSERVACAO ACADEMICA ('
                       WS-EDIT-TERMS ' TERMO(S) SEGUIDO(S)).'
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   STRING 'A MEDIA MINIMA EXIGIDA E ' WS-EDIT-CUTOFF
                       '; PROCURE A COORDENACAO DO CURSO.'
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE

               WHEN STANDING-SUSPENDED
                   MOVE SPACES TO LETTER-LINE
                   MOVE 'SUA MATRICULA ESTA SUSPENSA A PARTIR DE HOJE.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE SPACES TO LETTER-LINE
                   MOVE 'PROCURE A COORDENACAO DO CURSO.'
                       TO LETTER-LINE
                   WRITE LETTER-LINE

           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE ALL '-' TO LETTER-LINE
           WRITE LETTER-LINE.

      *    Only a student active on the master is inactivated; one
      *    not on it is left for the registrar, as an exception.
       WRITE-INACTIVATION-PARA.
           IF WS-MASTER-ACTIVE = 'Y'
               MOVE SPACES TO STUDENT-TRAN-RECORD
               MOVE 'I' TO AX-TRAN-CODE
               MOVE WS-PREV-STUDENT-ID TO AX-STUDENT-ID
               MOVE WS-PREV-STUDENT-NAME TO AX-STUDENT-NAME
               MOVE WS-ENTRY-YEAR TO AX-ENTRY-YEAR
               MOVE WS-PROGRAM-CODE TO AX-PROGRAM-CODE
               WRITE STUDENT-TRAN-RECORD
               ADD 1 TO WS-TRANS-WRITTEN
           ELSE
               IF WS-ON-MASTER = 'N'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING '  ' WS-PREV-STUDENT-ID
                       ' ' WS-PREV-STUDENT-NAME
                       ' - SUSPENSO, NAO CADASTRADO EM ALUNMSTD'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       PRINT-DECISIONS-PARA.
           MOVE HIGH-VALUES TO WS-PRINT-PROGRAM
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DECISION-COUNT
               IF DC-PROGRAM-CODE (WS-DEC-SUB) NOT = WS-PRINT-PROGRAM
                   MOVE DC-PROGRAM-CODE (WS-DEC-SUB)
                       TO WS-PRINT-PROGRAM
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
                   IF WS-PRINT-PROGRAM = SPACES
                       MOVE 'CURSO NAO INFORMADO' TO REPORT-LINE
                   ELSE
                       STRING 'CURSO ' WS-PRINT-PROGRAM
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-IF
               PERFORM PRINT-ONE-DECISION-PARA
           END-PERFORM.

       PRINT-ONE-DECISION-PARA.
           EVALUATE DC-STANDING (WS-DEC-SUB)
               WHEN 'H'
                   MOVE 'QUADRO DE HONRA' TO WS-STANDING-TEXT
               WHEN 'R'
                   MOVE 'REGULAR' TO WS-STANDING-TEXT
               WHEN 'P'
                   MOVE 'EM OBSERVACAO' TO WS-STANDING-TEXT
               WHEN 'S'
                   MOVE 'SUSPENSO' TO WS-STANDING-TEXT
           END-EVALUATE
           MOVE DC-AVERAGE (WS-DEC-SUB) TO WS-EDIT-MEDIA
           MOVE DC-CREDITS (WS-DEC-SUB) TO WS-EDIT-CREDITS
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DC-STUDENT-ID (WS-DEC-SUB)
               ' ' DC-STUDENT-NAME (WS-DEC-SUB)
               ' MEDIA ' WS-EDIT-MEDIA
               ' CRED ' WS-EDIT-CREDITS
               ' ' WS-STANDING-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           IF DC-PROB-COUNT (WS-DEC-SUB) > ZERO
               MOVE DC-PROB-COUNT (WS-DEC-SUB) TO WS-EDIT-TERMS
               STRING '(' WS-EDIT-TERMS ')'
                   DELIMITED BY SIZE INTO REPORT-LINE (72:)
           END-IF
           WRITE REPORT-LINE.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLASSIFICADOS ' WS-STUDENTS-RATED
               '  HONRA ' WS-HONOR-COUNT
               '  REGULAR ' WS-GOOD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EM OBSERVACAO ' WS-PROBATION-COUNT
               '  SUSPENSOS ' WS-SUSPENDED-COUNT
               '  EXCECOES ' WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CARTAS ' WS-LETTERS-WRITTEN
               '  INATIVACOES PARA MANTEM-ALUNOS ' WS-TRANS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TRANS-SORTED-FILE
           IF ALUNMST-OPEN
               CLOSE STUDENT-MASTER
           END-IF
           CLOSE STANDING-HISTORY
           CLOSE STUDENT-TRAN-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           DISPLAY 'ALUNOS CLASSIFICADOS: ' WS-STUDENTS-RATED
           DISPLAY 'SUSPENSOS           : ' WS-SUSPENDED-COUNT.
