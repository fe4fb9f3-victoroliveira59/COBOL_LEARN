       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGE-NOTAS.
       AUTHOR. "Victor".
       DATE-WRITTEN. "15/10/2026".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO NOTCORDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO CALENDDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCALE-FILE ASSIGN TO SCALEDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO CATALOGDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-NEW-FILE ASSIGN TO TRANSNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO NOTAUDDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO CORRPTDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE
           RECORDING MODE IS F.
       COPY NOTACORR.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY ACADCAL.

       FD  SCALE-FILE
           RECORDING MODE IS F.
       COPY GRDSCALE.

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       COPY CRSCAT.

       FD  TRANSCRIPT-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.

      *    The new generation stays record-identical to TRANSDD; the
      *    operator replaces the live file with it after the run.
       FD  TRANS-NEW-FILE
           RECORDING MODE IS F.
       COPY TRANSREC REPLACING TRANSCRIPT-RECORD BY
           TRANS-NEW-RECORD,
           TR-STUDENT-ID BY NT-STUDENT-ID,
           TR-STUDENT-NAME BY NT-STUDENT-NAME,
           TR-MEDIA BY NT-MEDIA,
           TR-SATISFACAO BY NT-SATISFACAO,
           TR-RUN-DATE BY NT-RUN-DATE,
           TR-RECORD-STATUS BY NT-RECORD-STATUS,
           TR-PROVISIONAL BY NT-PROVISIONAL,
           TR-FINAL BY NT-FINAL,
           TR-SUPERSEDED BY NT-SUPERSEDED,
           TR-ATTEND-PCT BY NT-ATTEND-PCT,
           TR-TURMA-CODE BY NT-TURMA-CODE,
           TR-COURSE-CODE BY NT-COURSE-CODE,
           TR-TERM-CODE BY NT-TERM-CODE.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY NOTAAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-EOF-CHANGE PIC X(01) VALUE 'N'.
           88 EOF-CHANGE VALUE 'Y'.

       01 WS-EOF-CALENDAR PIC X(01) VALUE 'N'.
           88 EOF-CALENDAR VALUE 'Y'.

       01 WS-EOF-SCALE PIC X(01) VALUE 'N'.
           88 EOF-SCALE VALUE 'Y'.

       01 WS-EOF-CATALOG PIC X(01) VALUE 'N'.
           88 EOF-CATALOG VALUE 'Y'.

       01 WS-EOF-TRANS PIC X(01) VALUE 'N'.
           88 EOF-TRANS VALUE 'Y'.

       COPY ACADTAB.

       COPY GRDSCALT.

       COPY CRSCATT.

      *    Accepted grade changes, keyed by student, course and
      *    term, with the FINAL record each one supersedes once the
      *    transcript pass has found it.
       01 WS-CHANGE-TABLE.
           02 WS-CHANGE-COUNT       PIC 9(03) VALUE ZERO.
           02 WS-CHANGE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-CHANGE-COUNT.
               03 WS-CHG-STUDENT    PIC X(06).
               03 WS-CHG-COURSE     PIC X(06).
               03 WS-CHG-TERM       PIC X(06).
               03 WS-CHG-GRADE-COUNT PIC 9(01).
               03 WS-CHG-GRADE OCCURS 5 TIMES.
                   04 WS-CHG-GRADE-VALUE  PIC 9(02).
                   04 WS-CHG-GRADE-WEIGHT PIC 9(01)V99.
               03 WS-CHG-REASON     PIC X(02).
               03 WS-CHG-COORD      PIC X(08).
               03 WS-CHG-STATE      PIC X(01).
                   88 CHG-PENDING VALUE 'P'.
                   88 CHG-FOUND VALUE 'F'.
                   88 CHG-APPLIED VALUE 'A'.
               03 WS-CHG-OLD-NAME   PIC X(20).
               03 WS-CHG-OLD-MEDIA  PIC 9(02)V99.
               03 WS-CHG-OLD-SAT    PIC X(20).
               03 WS-CHG-OLD-RUN-DATE PIC 9(08).
               03 WS-CHG-OLD-ATTEND PIC 9(03)V99.
               03 WS-CHG-OLD-TURMA  PIC X(03).

      *    FINAL results of the students being corrected, for the
      *    graduation check before and after: 'B' stands both
      *    times, 'O' is a record superseded now, 'N' its
      *    replacement.
       01 WS-RESULT-BUFFER.
           02 WS-RESULT-TOTAL       PIC 9(04) VALUE ZERO.
           02 WS-RESULT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-RESULT-TOTAL.
               03 WS-RES-STUDENT    PIC X(06).
               03 WS-RES-COURSE     PIC X(06).
               03 WS-RES-MEDIA      PIC 9(02)V99.
               03 WS-RES-ATTEND     PIC 9(03)V99.
               03 WS-RES-ORIGIN     PIC X(01).

       01 WS-WORK-FIELDS.
           02 WS-CHG-SUB            PIC 9(03).
           02 WS-CHG-SUB2           PIC 9(03).
           02 WS-GRADE-SUB          PIC 9(01).
           02 WS-RES-SUB            PIC 9(04).
           02 WS-REQ-SUB            PIC 9(03).
           02 WS-TRAN-OK            PIC X(01).
               88 TRAN-OK VALUE 'Y'.
           02 WS-REFUSE-TEXT        PIC X(40).
           02 WS-WINDOW-END         PIC 9(08).
           02 WS-TERM-FOUND         PIC X(01).
           02 WS-STUDENT-HIT        PIC X(01).
           02 WS-MEDIA              PIC 9(02)V99.
           02 WS-SATISFACAO         PIC X(20).
           02 WS-REPROVADO-CUTOFF   PIC 9(02)V99.
           02 WS-BOM-CUTOFF         PIC 9(02)V99.
           02 WS-SCALE-COURSE       PIC X(06).
           02 WS-VIEW               PIC X(01).
           02 WS-ALL-MET            PIC X(01).
               88 ALL-REQS-MET VALUE 'Y'.
           02 WS-HAS-FINAL          PIC X(01).
           02 WS-BEST-MEDIA         PIC 9(02)V99.
           02 WS-BEST-ATTEND        PIC 9(03)V99.
           02 WS-ELIG-BEFORE        PIC X(01).
           02 WS-ELIG-AFTER         PIC X(01).
           02 WS-ELIG-HEADER        PIC X(01) VALUE 'N'.

       01 WS-ATTEND-FLOOR PIC 9(03)V99 VALUE 75.

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           DATE-MONTH BY WS-RUN-DATE-MONTH,
           DATE-DAY BY WS-RUN-DATE-DAY,
           DATE-UTC-HOUR BY WS-RUN-DATE-UTC-HOUR,
           DATE-UTC-MINUTE BY WS-RUN-DATE-UTC-MINUTE.

       01 WS-RUN-DATE PIC 9(08).

       01 WS-EDIT-FIELDS.
           02 WS-EDIT-OLD-MEDIA     PIC Z9.99.
           02 WS-EDIT-NEW-MEDIA     PIC Z9.99.
           02 WS-EDIT-COUNT         PIC ZZZZ9.

       01 WS-CONTROL-TOTALS.
           02 WS-CHANGES-READ       PIC 9(05) VALUE ZERO.
           02 WS-CHANGES-APPLIED    PIC 9(05) VALUE ZERO.
           02 WS-CHANGES-REFUSED    PIC 9(05) VALUE ZERO.
           02 WS-TRANS-READ         PIC 9(07) VALUE ZERO.
           02 WS-TRANS-SUPERSEDED   PIC 9(07) VALUE ZERO.
           02 WS-TRANS-WRITTEN      PIC 9(07) VALUE ZERO.
           02 WS-ELIG-CHANGED       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-CHANGE-PARA UNTIL EOF-CHANGE
           PERFORM COPY-TRANSCRIPT-PARA
           PERFORM APPLY-CHANGE-PARA
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
           CLOSE TRANS-NEW-FILE
           PERFORM CHECK-ELIGIBILITY-PARA
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
           PERFORM TERMINATE-PARA

           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-DATE-PARA
           PERFORM LOAD-CALENDAR-PARA
           PERFORM LOAD-GRADE-SCALE-PARA
           PERFORM LOAD-CATALOG-PARA
           OPEN INPUT CHANGE-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'CORRIGE-NOTAS CORRECAO DE NOTAS FINAIS  '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-CHANGE-PARA.

       GET-RUN-DATE-PARA.
           CALL 'DATE' USING WS-RUN-DATE-PARM
           COMPUTE WS-RUN-DATE =
               WS-RUN-DATE-YEAR  * 10000 +
               WS-RUN-DATE-MONTH * 100 +
               WS-RUN-DATE-DAY.

       LOAD-CALENDAR-PARA.
           MOVE ZERO TO WS-CALENDAR-COUNT
           MOVE 'N' TO WS-EOF-CALENDAR
           OPEN INPUT CALENDAR-FILE
           PERFORM UNTIL EOF-CALENDAR
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-CALENDAR
                   NOT AT END
                       IF WS-CALENDAR-COUNT < 20
                           ADD 1 TO WS-CALENDAR-COUNT
                           MOVE AC-TERM-CODE TO TC-TERM-CODE
                                               (WS-CALENDAR-COUNT)
                           MOVE AC-START-DATE TO TC-START-DATE
                                                (WS-CALENDAR-COUNT)
                           MOVE AC-END-DATE TO TC-END-DATE
                                              (WS-CALENDAR-COUNT)
                           MOVE AC-STATUS TO TC-STATUS
                                            (WS-CALENDAR-COUNT)
      *                    Calendar records from before the window
      *                    was kept close corrections with the term.
                           IF AC-CORRECTION-END IS NUMERIC
                               MOVE AC-CORRECTION-END TO
                                   TC-CORRECTION-END
                                   (WS-CALENDAR-COUNT)
                           ELSE
                               MOVE ZERO TO TC-CORRECTION-END
                                            (WS-CALENDAR-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'TABELA DE CALENDARIO CHEIA: '
                               AC-TERM-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       LOAD-GRADE-SCALE-PARA.
           MOVE ZERO TO WS-SCALE-COUNT
           MOVE 'N' TO WS-EOF-SCALE
           OPEN INPUT SCALE-FILE
           PERFORM UNTIL EOF-SCALE
               READ SCALE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SCALE
                   NOT AT END
                       ADD 1 TO WS-SCALE-COUNT
                       MOVE GS-COURSE-CODE TO GT-COURSE-CODE
                                             (WS-SCALE-COUNT)
                       MOVE GS-REPROVADO-CUTOFF TO GT-REPROVADO-CUTOFF
                                                  (WS-SCALE-COUNT)
                       MOVE GS-BOM-CUTOFF TO GT-BOM-CUTOFF
                                            (WS-SCALE-COUNT)
               END-READ
           END-PERFORM
           CLOSE SCALE-FILE.

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

       READ-CHANGE-PARA.
           READ CHANGE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-CHANGE
           END-READ.

       PROCESS-CHANGE-PARA.
           ADD 1 TO WS-CHANGES-READ
           PERFORM VALIDATE-CHANGE-PARA
           IF TRAN-OK
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM STORE-CHANGE-PARA
           ELSE
               ADD 1 TO WS-CHANGES-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING '  RECUSADO ' GC-STUDENT-ID
                   ' ' GC-COURSE-CODE
                   ' ' GC-TERM-CODE
                   ' - ' WS-REFUSE-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM READ-CHANGE-PARA.

      *    Same grade edits as the CALCULA-MEDIA input, then the
      *    approval, the calendar window and one change per
      *    student, course and term in a run.
       VALIDATE-CHANGE-PARA.
           MOVE 'Y' TO WS-TRAN-OK
           MOVE SPACES TO WS-REFUSE-TEXT
           IF GC-STUDENT-ID = SPACES OR GC-COURSE-CODE = SPACES
                   OR GC-TERM-CODE = SPACES
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'ALUNO, CURSO OU TERMO NAO INFORMADO'
                   TO WS-REFUSE-TEXT
           END-IF
           IF TRAN-OK
               IF GC-GRADE-COUNT IS NOT NUMERIC
                       OR GC-GRADE-COUNT < 2 OR GC-GRADE-COUNT > 5
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'QTDE DE NOTAS FORA DA FAIXA (2-5)'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF TRAN-OK
               PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                       UNTIL WS-GRADE-SUB > GC-GRADE-COUNT
                   IF GC-GRADE-VALUE (WS-GRADE-SUB) IS NOT NUMERIC
                           OR GC-GRADE-VALUE (WS-GRADE-SUB) > 10
                           OR GC-GRADE-WEIGHT (WS-GRADE-SUB)
                               IS NOT NUMERIC
                       MOVE 'N' TO WS-TRAN-OK
                       MOVE 'NOTA FORA DA FAIXA (0-10)'
                           TO WS-REFUSE-TEXT
                   END-IF
               END-PERFORM
           END-IF
           IF TRAN-OK
               IF NOT GC-REASON-VALID
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'MOTIVO DA CORRECAO INVALIDO'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF TRAN-OK
               IF GC-COORDINATOR-ID = SPACES
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'SEM APROVACAO DO COORDENADOR'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF
           IF TRAN-OK
               PERFORM CHECK-WINDOW-PARA
           END-IF
           IF TRAN-OK
               PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
                   IF WS-CHG-STUDENT (WS-CHG-SUB) = GC-STUDENT-ID
                           AND WS-CHG-COURSE (WS-CHG-SUB)
                               = GC-COURSE-CODE
                           AND WS-CHG-TERM (WS-CHG-SUB)
                               = GC-TERM-CODE
                       MOVE 'N' TO WS-TRAN-OK
                       MOVE 'CORRECAO DUPLICADA NA EXECUCAO'
                           TO WS-REFUSE-TEXT
                   END-IF
               END-PERFORM
           END-IF
           IF TRAN-OK
               IF WS-CHANGE-COUNT NOT < 200
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'TABELA DE CORRECOES CHEIA'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF.

      *    A term's FINAL grades may change until the correction
      *    date on the calendar, or the term end when none is set.
       CHECK-WINDOW-PARA.
           MOVE 'N' TO WS-TERM-FOUND
           MOVE ZERO TO WS-WINDOW-END
           IF WS-CALENDAR-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH CALENDAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN TC-TERM-CODE (CAL-IDX) = GC-TERM-CODE
                       MOVE 'Y' TO WS-TERM-FOUND
                       IF TC-CORRECTION-END (CAL-IDX) > ZERO
                           MOVE TC-CORRECTION-END (CAL-IDX)
                               TO WS-WINDOW-END
                       ELSE
                           MOVE TC-END-DATE (CAL-IDX)
                               TO WS-WINDOW-END
                       END-IF
               END-SEARCH
           END-IF
           IF WS-TERM-FOUND = 'N'
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'TERMO NAO CADASTRADO NO CALENDARIO'
                   TO WS-REFUSE-TEXT
           ELSE
               IF WS-RUN-DATE > WS-WINDOW-END
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'PRAZO DE CORRECAO ENCERRADO'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF.

       STORE-CHANGE-PARA.
           MOVE GC-STUDENT-ID TO WS-CHG-STUDENT (WS-CHANGE-COUNT)
           MOVE GC-COURSE-CODE TO WS-CHG-COURSE (WS-CHANGE-COUNT)
           MOVE GC-TERM-CODE TO WS-CHG-TERM (WS-CHANGE-COUNT)
           MOVE GC-GRADE-COUNT TO WS-CHG-GRADE-COUNT (WS-CHANGE-COUNT)
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 5
               IF WS-GRADE-SUB > GC-GRADE-COUNT
                   MOVE ZERO TO WS-CHG-GRADE-VALUE
                                (WS-CHANGE-COUNT WS-GRADE-SUB)
                   MOVE ZERO TO WS-CHG-GRADE-WEIGHT
                                (WS-CHANGE-COUNT WS-GRADE-SUB)
               ELSE
                   MOVE GC-GRADE-VALUE (WS-GRADE-SUB) TO
                       WS-CHG-GRADE-VALUE (WS-CHANGE-COUNT WS-GRADE-SUB)
                   MOVE GC-GRADE-WEIGHT (WS-GRADE-SUB) TO
                       WS-CHG-GRADE-WEIGHT
                       (WS-CHANGE-COUNT WS-GRADE-SUB)
               END-IF
           END-PERFORM
           MOVE GC-REASON-CODE TO WS-CHG-REASON (WS-CHANGE-COUNT)
           MOVE GC-COORDINATOR-ID TO WS-CHG-COORD (WS-CHANGE-COUNT)
           MOVE 'P' TO WS-CHG-STATE (WS-CHANGE-COUNT).

      *    Every record goes to the new generation in its place.
      *    The current FINAL record of each change is marked
      *    superseded; the records the graduation check needs are
      *    buffered on the way through.
       COPY-TRANSCRIPT-PARA.
           OPEN INPUT TRANSCRIPT-FILE
           OPEN OUTPUT TRANS-NEW-FILE
           PERFORM UNTIL EOF-TRANS
               READ TRANSCRIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       IF TR-FINAL
                           PERFORM MATCH-CHANGE-PARA
                       END-IF
                       WRITE TRANS-NEW-RECORD FROM TRANSCRIPT-RECORD
                       ADD 1 TO WS-TRANS-WRITTEN
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.

       MATCH-CHANGE-PARA.
           MOVE ZERO TO WS-CHG-SUB2
           MOVE 'N' TO WS-STUDENT-HIT
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHANGE-COUNT
               IF WS-CHG-STUDENT (WS-CHG-SUB) = TR-STUDENT-ID
                   MOVE 'Y' TO WS-STUDENT-HIT
                   IF WS-CHG-COURSE (WS-CHG-SUB) = TR-COURSE-CODE
                           AND WS-CHG-TERM (WS-CHG-SUB)
                               = TR-TERM-CODE
                       MOVE WS-CHG-SUB TO WS-CHG-SUB2
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CHG-SUB2 > ZERO
               MOVE 'F' TO WS-CHG-STATE (WS-CHG-SUB2)
               MOVE TR-STUDENT-NAME TO WS-CHG-OLD-NAME (WS-CHG-SUB2)
               MOVE TR-MEDIA TO WS-CHG-OLD-MEDIA (WS-CHG-SUB2)
               MOVE TR-SATISFACAO TO WS-CHG-OLD-SAT (WS-CHG-SUB2)
               MOVE TR-RUN-DATE TO WS-CHG-OLD-RUN-DATE (WS-CHG-SUB2)
               MOVE TR-ATTEND-PCT TO WS-CHG-OLD-ATTEND (WS-CHG-SUB2)
               MOVE TR-TURMA-CODE TO WS-CHG-OLD-TURMA (WS-CHG-SUB2)
               MOVE 'S' TO TR-RECORD-STATUS
               ADD 1 TO WS-TRANS-SUPERSEDED
               MOVE 'O' TO WS-VIEW
               PERFORM BUFFER-RESULT-PARA
           ELSE
               IF WS-STUDENT-HIT = 'Y'
                   MOVE 'B' TO WS-VIEW
                   PERFORM BUFFER-RESULT-PARA
               END-IF
           END-IF.

       BUFFER-RESULT-PARA.
           IF WS-RESULT-TOTAL < 1000
               ADD 1 TO WS-RESULT-TOTAL
               MOVE TR-STUDENT-ID TO WS-RES-STUDENT (WS-RESULT-TOTAL)
               MOVE TR-COURSE-CODE TO WS-RES-COURSE (WS-RESULT-TOTAL)
               MOVE TR-MEDIA TO WS-RES-MEDIA (WS-RESULT-TOTAL)
               MOVE TR-ATTEND-PCT TO WS-RES-ATTEND (WS-RESULT-TOTAL)
               MOVE WS-VIEW TO WS-RES-ORIGIN (WS-RESULT-TOTAL)
           ELSE
               DISPLAY 'LIMITE DE RESULTADOS EXCEDIDO: '
                   TR-STUDENT-ID ' ' TR-COURSE-CODE
           END-IF.

      *    The corrected result is recomputed the CALCULA-MEDIA way
      *    with the course's own scale; attendance is not part of
      *    a grade change, so the superseded record's stands.
       APPLY-CHANGE-PARA.
           IF NOT CHG-FOUND (WS-CHG-SUB)
               ADD 1 TO WS-CHANGES-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING '  RECUSADO ' WS-CHG-STUDENT (WS-CHG-SUB)
                   ' ' WS-CHG-COURSE (WS-CHG-SUB)
                   ' ' WS-CHG-TERM (WS-CHG-SUB)
                   ' - SEM REGISTRO FINAL NO TERMO'
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM COMPUTE-MEDIA-PARA
               MOVE WS-CHG-COURSE (WS-CHG-SUB) TO WS-SCALE-COURSE
               PERFORM LOOKUP-GRADE-SCALE-PARA
               PERFORM EVALUATE-SATISFACAO-PARA
               IF WS-CHG-OLD-ATTEND (WS-CHG-SUB) < WS-ATTEND-FLOOR
                   MOVE 'REPROVADO-POR-FALTA' TO WS-SATISFACAO
               END-IF
               PERFORM WRITE-NEW-RECORD-PARA
               PERFORM WRITE-AUDIT-PARA
               MOVE 'A' TO WS-CHG-STATE (WS-CHG-SUB)
               ADD 1 TO WS-CHANGES-APPLIED
               MOVE WS-CHG-OLD-MEDIA (WS-CHG-SUB) TO WS-EDIT-OLD-MEDIA
               MOVE WS-MEDIA TO WS-EDIT-NEW-MEDIA
               MOVE SPACES TO REPORT-LINE
               STRING '  APLICADO ' WS-CHG-STUDENT (WS-CHG-SUB)
                   ' ' WS-CHG-COURSE (WS-CHG-SUB)
                   ' ' WS-CHG-TERM (WS-CHG-SUB)
                   ' ' WS-EDIT-OLD-MEDIA ' -> ' WS-EDIT-NEW-MEDIA
                   ' ' WS-SATISFACAO
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-RESULT-TOTAL < 1000
                   ADD 1 TO WS-RESULT-TOTAL
                   MOVE WS-CHG-STUDENT (WS-CHG-SUB) TO
                       WS-RES-STUDENT (WS-RESULT-TOTAL)
                   MOVE WS-CHG-COURSE (WS-CHG-SUB) TO
                       WS-RES-COURSE (WS-RESULT-TOTAL)
                   MOVE WS-MEDIA TO WS-RES-MEDIA (WS-RESULT-TOTAL)
                   MOVE WS-CHG-OLD-ATTEND (WS-CHG-SUB) TO
                       WS-RES-ATTEND (WS-RESULT-TOTAL)
                   MOVE 'N' TO WS-RES-ORIGIN (WS-RESULT-TOTAL)
               ELSE
                   DISPLAY 'LIMITE DE RESULTADOS EXCEDIDO: '
                       WS-CHG-STUDENT (WS-CHG-SUB)
               END-IF
           END-IF.

       COMPUTE-MEDIA-PARA.
           MOVE ZERO TO WS-MEDIA
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-CHG-GRADE-COUNT (WS-CHG-SUB)
               COMPUTE WS-MEDIA = WS-MEDIA +
                   (WS-CHG-GRADE-VALUE (WS-CHG-SUB WS-GRADE-SUB) *
                    WS-CHG-GRADE-WEIGHT (WS-CHG-SUB WS-GRADE-SUB))
           END-PERFORM.

       LOOKUP-GRADE-SCALE-PARA.
           MOVE 5 TO WS-REPROVADO-CUTOFF
           MOVE 7 TO WS-BOM-CUTOFF
           IF WS-SCALE-COUNT > ZERO
               SET SCALE-IDX TO 1
               SEARCH GRADE-SCALE-ENTRY
                   AT END
                       CONTINUE
                   WHEN GT-COURSE-CODE (SCALE-IDX) = WS-SCALE-COURSE
                       MOVE GT-REPROVADO-CUTOFF (SCALE-IDX)
                           TO WS-REPROVADO-CUTOFF
                       MOVE GT-BOM-CUTOFF (SCALE-IDX)
                           TO WS-BOM-CUTOFF
               END-SEARCH
           END-IF.

       EVALUATE-SATISFACAO-PARA.
           EVALUATE TRUE

               WHEN WS-MEDIA < WS-REPROVADO-CUTOFF
                   MOVE 'REPROVADO' TO WS-SATISFACAO

               WHEN WS-MEDIA <= WS-BOM-CUTOFF
                   MOVE 'BOM' TO WS-SATISFACAO

               WHEN OTHER
                   MOVE 'PARABENS' TO WS-SATISFACAO

           END-EVALUATE.

       WRITE-NEW-RECORD-PARA.
           MOVE WS-CHG-STUDENT (WS-CHG-SUB) TO NT-STUDENT-ID
           MOVE WS-CHG-OLD-NAME (WS-CHG-SUB) TO NT-STUDENT-NAME
           MOVE WS-MEDIA TO NT-MEDIA
           MOVE WS-SATISFACAO TO NT-SATISFACAO
           MOVE WS-RUN-DATE TO NT-RUN-DATE
           MOVE 'F' TO NT-RECORD-STATUS
           MOVE WS-CHG-OLD-ATTEND (WS-CHG-SUB) TO NT-ATTEND-PCT
           MOVE WS-CHG-OLD-TURMA (WS-CHG-SUB) TO NT-TURMA-CODE
           MOVE WS-CHG-COURSE (WS-CHG-SUB) TO NT-COURSE-CODE
           MOVE WS-CHG-TERM (WS-CHG-SUB) TO NT-TERM-CODE
           WRITE TRANS-NEW-RECORD
           ADD 1 TO WS-TRANS-WRITTEN.

       WRITE-AUDIT-PARA.
           MOVE WS-CHG-STUDENT (WS-CHG-SUB) TO GA-STUDENT-ID
           MOVE WS-CHG-COURSE (WS-CHG-SUB) TO GA-COURSE-CODE
           MOVE WS-CHG-TERM (WS-CHG-SUB) TO GA-TERM-CODE
           MOVE WS-RUN-DATE TO GA-AUDIT-DATE
           MOVE WS-CHG-REASON (WS-CHG-SUB) TO GA-REASON-CODE
           MOVE WS-CHG-COORD (WS-CHG-SUB) TO GA-COORDINATOR-ID
           MOVE WS-CHG-OLD-RUN-DATE (WS-CHG-SUB) TO GA-OLD-RUN-DATE
           MOVE WS-CHG-OLD-MEDIA (WS-CHG-SUB) TO GA-OLD-MEDIA
           MOVE WS-CHG-OLD-SAT (WS-CHG-SUB) TO GA-OLD-SATISFACAO
           MOVE WS-MEDIA TO GA-NEW-MEDIA
           MOVE WS-SATISFACAO TO GA-NEW-SATISFACAO
           MOVE WS-CHG-GRADE-COUNT (WS-CHG-SUB) TO GA-GRADE-COUNT
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 5
               MOVE WS-CHG-GRADE-VALUE (WS-CHG-SUB WS-GRADE-SUB)
                   TO GA-GRADE-VALUE (WS-GRADE-SUB)
               MOVE WS-CHG-GRADE-WEIGHT (WS-CHG-SUB WS-GRADE-SUB)
                   TO GA-GRADE-WEIGHT (WS-GRADE-SUB)
           END-PERFORM
           WRITE GRADE-CHANGE-AUDIT-RECORD.

      *    Once per corrected student: program completion is judged
      *    the FORMA-ALUNOS way on the results as they stood before
      *    the run and as they stand now.
       CHECK-ELIGIBILITY-PARA.
           IF CHG-APPLIED (WS-CHG-SUB)
               MOVE ZERO TO WS-CHG-SUB2
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB NOT < WS-CHG-SUB
                   IF CHG-APPLIED (WS-REQ-SUB)
                           AND WS-CHG-STUDENT (WS-REQ-SUB)
                               = WS-CHG-STUDENT (WS-CHG-SUB)
                       MOVE WS-REQ-SUB TO WS-CHG-SUB2
                   END-IF
               END-PERFORM
               IF WS-CHG-SUB2 = ZERO
                   MOVE 'O' TO WS-VIEW
                   PERFORM CHECK-STUDENT-PARA
                   MOVE WS-ALL-MET TO WS-ELIG-BEFORE
                   MOVE 'N' TO WS-VIEW
                   PERFORM CHECK-STUDENT-PARA
                   MOVE WS-ALL-MET TO WS-ELIG-AFTER
                   IF WS-ELIG-BEFORE NOT = WS-ELIG-AFTER
                       PERFORM PRINT-ELIGIBILITY-PARA
                   END-IF
               END-IF
           END-IF.

       CHECK-STUDENT-PARA.
           MOVE 'Y' TO WS-ALL-MET
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-CATALOG-COUNT
               IF KC-ACTIVE-FLAG (WS-REQ-SUB) = 'A'
                   PERFORM CHECK-ONE-REQUIREMENT-PARA
               END-IF
           END-PERFORM.

      *    WS-VIEW picks the superseded records ('O') or their
      *    replacements ('N') alongside the records that stand.
       CHECK-ONE-REQUIREMENT-PARA.
           MOVE 'N' TO WS-HAS-FINAL
           MOVE ZERO TO WS-BEST-MEDIA
           MOVE ZERO TO WS-BEST-ATTEND
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > WS-RESULT-TOTAL
               IF WS-RES-STUDENT (WS-RES-SUB) =
                       WS-CHG-STUDENT (WS-CHG-SUB)
                       AND WS-RES-COURSE (WS-RES-SUB) =
                           KC-COURSE-CODE (WS-REQ-SUB)
                       AND (WS-RES-ORIGIN (WS-RES-SUB) = 'B'
                           OR WS-RES-ORIGIN (WS-RES-SUB) = WS-VIEW)
                   IF WS-HAS-FINAL = 'N'
                           OR WS-RES-MEDIA (WS-RES-SUB)
                               > WS-BEST-MEDIA
                       MOVE WS-RES-MEDIA (WS-RES-SUB)
                           TO WS-BEST-MEDIA
                       MOVE WS-RES-ATTEND (WS-RES-SUB)
                           TO WS-BEST-ATTEND
                   END-IF
                   MOVE 'Y' TO WS-HAS-FINAL
               END-IF
           END-PERFORM
           MOVE KC-COURSE-CODE (WS-REQ-SUB) TO WS-SCALE-COURSE
           PERFORM LOOKUP-GRADE-SCALE-PARA
           IF WS-HAS-FINAL = 'N'
                   OR WS-BEST-MEDIA < WS-REPROVADO-CUTOFF
                   OR WS-BEST-ATTEND < WS-ATTEND-FLOOR
               MOVE 'N' TO WS-ALL-MET
           END-IF.

       PRINT-ELIGIBILITY-PARA.
           ADD 1 TO WS-ELIG-CHANGED
           IF WS-ELIG-HEADER = 'N'
               MOVE 'Y' TO WS-ELIG-HEADER
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE 'ELEGIBILIDADE PARA FORMATURA ALTERADA'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-ELIG-AFTER = 'Y'
               STRING '  ' WS-CHG-STUDENT (WS-CHG-SUB)
                   ' ' WS-CHG-OLD-NAME (WS-CHG-SUB)
                   ' - PASSOU A ELEGIVEL'
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING '  ' WS-CHG-STUDENT (WS-CHG-SUB)
                   ' ' WS-CHG-OLD-NAME (WS-CHG-SUB)
                   ' - DEIXOU DE SER ELEGIVEL'
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *    TRANSDD read plus the new FINAL records must equal the
      *    new generation before the operator replaces the live
      *    file with it.
       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CORRECOES LIDAS ' WS-CHANGES-READ
               '  APLICADAS ' WS-CHANGES-APPLIED
               '  RECUSADAS ' WS-CHANGES-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANSDD LIDOS ' WS-TRANS-READ
               '  SUBSTITUIDOS ' WS-TRANS-SUPERSEDED
               '  GRAVADOS ' WS-TRANS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ELIG-CHANGED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'ELEGIBILIDADE ALTERADA ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TRANS-WRITTEN NOT =
                   WS-TRANS-READ + WS-CHANGES-APPLIED
               MOVE SPACES TO REPORT-LINE
               MOVE 'TOTAIS NAO CONFEREM - NAO SUBSTITUIR TRANSDD'
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY 'TOTAIS NAO CONFEREM - NAO SUBSTITUIR TRANSDD'
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE CHANGE-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CORRECOES APLICADAS: ' WS-CHANGES-APPLIED
           DISPLAY 'CORRECOES RECUSADAS: ' WS-CHANGES-REFUSED.
