       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-PREREQUISITOS.
       AUTHOR. "Victor".
       DATE-WRITTEN. "15/10/2026".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO MATRICDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREREQ-FILE ASSIGN TO PREREQDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO MATAUDDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO PRQRPTDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FILE
           RECORDING MODE IS F.
       COPY MATRICUL.

       FD  PREREQ-FILE
           RECORDING MODE IS F.
       COPY PREREQ.

       FD  TRANSCRIPT-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY MATRAUD.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-EOF-ENROLL PIC X(01) VALUE 'N'.
           88 EOF-ENROLL VALUE 'Y'.

       01 WS-EOF-PREREQ PIC X(01) VALUE 'N'.
           88 EOF-PREREQ VALUE 'Y'.

       01 WS-EOF-TRANSCRIPT PIC X(01) VALUE 'N'.
           88 EOF-TRANSCRIPT VALUE 'Y'.

       01 WS-EOF-AUDIT PIC X(01) VALUE 'N'.
           88 EOF-AUDIT VALUE 'Y'.

       COPY MATRITAB.

       COPY PREREQT.

       COPY RESULTAB.

      *    Date and override of the latest enroll or reactivate
      *    audit record of each enrollment, parallel to the
      *    enrollment table.
       01 WS-ENROLL-HISTORY.
           02 WS-ENROLL-HIST OCCURS 500 TIMES.
               03 WS-ENROLL-DATE    PIC 9(08).
               03 WS-ENROLL-OVERRIDE PIC X(08).

       01 WS-CHECK-FIELDS.
           02 WS-MATCH-SUB          PIC 9(04).
           02 WS-SCAN-SUB           PIC 9(04).
           02 WS-RESULT-SUB         PIC 9(04).
           02 WS-LATE-SUB           PIC 9(04).
           02 WS-PREREQ-MET         PIC X(01).
               88 PREREQ-MET VALUE 'Y'.

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           DATE-MONTH BY WS-RUN-DATE-MONTH,
           DATE-DAY BY WS-RUN-DATE-DAY,
           DATE-UTC-HOUR BY WS-RUN-DATE-UTC-HOUR,
           DATE-UTC-MINUTE BY WS-RUN-DATE-UTC-MINUTE.

       01 WS-RUN-DATE PIC 9(08).

       01 WS-EDIT-FIELDS.
           02 WS-EDIT-MEDIA         PIC Z9.99.
           02 WS-EDIT-MIN-MEDIA     PIC Z9.99.
           02 WS-EDIT-COUNT         PIC ZZZ9.

       01 WS-CONTROL-TOTALS.
           02 WS-ENROLL-CHECKED     PIC 9(05) VALUE ZERO.
           02 WS-ENROLL-LISTED      PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM INITIALIZE-PARA
           PERFORM CHECK-ENROLLMENT-PARA
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-ENROLL-COUNT
           PERFORM TERMINATE-PARA

           STOP RUN.

       INITIALIZE-PARA.
           PERFORM GET-RUN-DATE-PARA
           PERFORM LOAD-ENROLLMENT-PARA
           PERFORM LOAD-PREREQ-PARA
           PERFORM LOAD-RESULTS-PARA
           PERFORM LOAD-AUDIT-PARA
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'CONFERE-PREREQUISITOS MATRICULAS SEM PRE-REQUISITO'
               '  ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  ALUNO  CURSO  TUR PREREQ   MIN MEDIA'
               ' FINAL EM MATRICULA'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       GET-RUN-DATE-PARA.
           CALL 'DATE' USING WS-RUN-DATE-PARM
           COMPUTE WS-RUN-DATE =
               WS-RUN-DATE-YEAR  * 10000 +
               WS-RUN-DATE-MONTH * 100 +
               WS-RUN-DATE-DAY.

       LOAD-ENROLLMENT-PARA.
           MOVE ZERO TO WS-ENROLL-COUNT
           MOVE 'N' TO WS-EOF-ENROLL
           OPEN INPUT ENROLL-FILE
           PERFORM UNTIL EOF-ENROLL
               READ ENROLL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-ENROLL
                   NOT AT END
                       IF WS-ENROLL-COUNT < 500
                           ADD 1 TO WS-ENROLL-COUNT
                           MOVE MT-STUDENT-ID TO ET-STUDENT-ID
                                                (WS-ENROLL-COUNT)
                           MOVE MT-COURSE-CODE TO ET-COURSE-CODE
                                                 (WS-ENROLL-COUNT)
                           MOVE MT-STATUS TO ET-STATUS
                                            (WS-ENROLL-COUNT)
                           MOVE 'N' TO ET-GRADED-FLAG
                                      (WS-ENROLL-COUNT)
                           MOVE MT-TURMA-CODE TO ET-TURMA-CODE
                                                (WS-ENROLL-COUNT)
                           MOVE ZERO TO WS-ENROLL-DATE
                                       (WS-ENROLL-COUNT)
                           MOVE SPACES TO WS-ENROLL-OVERRIDE
                                         (WS-ENROLL-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE MATRICULAS CHEIA: '
                               MT-STUDENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       LOAD-PREREQ-PARA.
           MOVE ZERO TO WS-PREREQ-COUNT
           MOVE 'N' TO WS-EOF-PREREQ
           OPEN INPUT PREREQ-FILE
           PERFORM UNTIL EOF-PREREQ
               READ PREREQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PREREQ
                   NOT AT END
                       IF WS-PREREQ-COUNT < 200
                           ADD 1 TO WS-PREREQ-COUNT
                           MOVE PE-COURSE-CODE TO PK-COURSE-CODE
                                                 (WS-PREREQ-COUNT)
                           MOVE PE-REQUIRED-COURSE TO
                               PK-REQUIRED-COURSE (WS-PREREQ-COUNT)
                           MOVE PE-MIN-MEDIA TO PK-MIN-MEDIA
                                               (WS-PREREQ-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE PRE-REQUISITOS CHEIA: '
                               PE-COURSE-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE.

      *    Same standing-result rule as MANTEM-MATRICULAS: a later
      *    record for the student, course and term replaces the
      *    one held, but a provisional never replaces a FINAL.
       LOAD-RESULTS-PARA.
           MOVE ZERO TO WS-RESULT-COUNT
           MOVE 'N' TO WS-EOF-TRANSCRIPT
           OPEN INPUT TRANSCRIPT-FILE
           PERFORM UNTIL EOF-TRANSCRIPT
               READ TRANSCRIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-TRANSCRIPT
                   NOT AT END
                       PERFORM LOAD-ONE-RESULT-PARA
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.

       LOAD-ONE-RESULT-PARA.
           IF NOT TR-SUPERSEDED
               SET PREREQ-IDX TO 1
               SEARCH PREREQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN PK-REQUIRED-COURSE (PREREQ-IDX)
                           = TR-COURSE-CODE
                       PERFORM STORE-RESULT-PARA
               END-SEARCH
           END-IF.

       STORE-RESULT-PARA.
           MOVE ZERO TO WS-RESULT-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-RESULT-COUNT
               IF RZ-STUDENT-ID (WS-SCAN-SUB) = TR-STUDENT-ID
                       AND RZ-COURSE-CODE (WS-SCAN-SUB)
                           = TR-COURSE-CODE
                       AND RZ-TERM-CODE (WS-SCAN-SUB)
                           = TR-TERM-CODE
                   MOVE WS-SCAN-SUB TO WS-RESULT-SUB
               END-IF
           END-PERFORM
           IF WS-RESULT-SUB = ZERO
               IF WS-RESULT-COUNT < 2000
                   ADD 1 TO WS-RESULT-COUNT
                   MOVE WS-RESULT-COUNT TO WS-RESULT-SUB
                   PERFORM STORE-RESULT-FIELDS-PARA
               ELSE
                   DISPLAY 'TABELA DE RESULTADOS CHEIA: '
                       TR-STUDENT-ID ' ' TR-COURSE-CODE
               END-IF
           ELSE
               IF TR-FINAL
                       OR RZ-RECORD-STATUS (WS-RESULT-SUB) NOT = 'F'
                   PERFORM STORE-RESULT-FIELDS-PARA
               END-IF
           END-IF.

       STORE-RESULT-FIELDS-PARA.
           MOVE TR-STUDENT-ID TO RZ-STUDENT-ID (WS-RESULT-SUB)
           MOVE TR-COURSE-CODE TO RZ-COURSE-CODE (WS-RESULT-SUB)
           MOVE TR-TERM-CODE TO RZ-TERM-CODE (WS-RESULT-SUB)
           MOVE TR-MEDIA TO RZ-MEDIA (WS-RESULT-SUB)
           MOVE TR-SATISFACAO TO RZ-SATISFACAO (WS-RESULT-SUB)
           MOVE TR-RECORD-STATUS TO RZ-RECORD-STATUS (WS-RESULT-SUB)
           MOVE TR-RUN-DATE TO RZ-RUN-DATE (WS-RESULT-SUB).

      *    The audit file is in date order, so the last enroll or
      *    reactivate record of a pair is its current enrollment.
       LOAD-AUDIT-PARA.
           MOVE 'N' TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       IF MA-TRAN-CODE = 'E' OR MA-TRAN-CODE = 'R'
                           PERFORM STORE-ENROLL-DATE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       STORE-ENROLL-DATE-PARA.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ENROLL-COUNT
               IF ET-STUDENT-ID (WS-SCAN-SUB) = MA-STUDENT-ID
                       AND ET-COURSE-CODE (WS-SCAN-SUB)
                           = MA-COURSE-CODE
                   MOVE MA-AUDIT-DATE TO WS-ENROLL-DATE (WS-SCAN-SUB)
                   MOVE MA-OVERRIDE-CODE TO
                       WS-ENROLL-OVERRIDE (WS-SCAN-SUB)
               END-IF
           END-PERFORM.

      *    An active enrollment is listed for each prerequisite it
      *    no longer meets when a FINAL result of the required
      *    course was posted after the student enrolled.  An
      *    enrollment let through by a coordinator override is not
      *    listed; its waiver is already on the audit file.
       CHECK-ENROLLMENT-PARA.
           IF ET-STATUS (WS-MATCH-SUB) = 'A'
                   AND WS-ENROLL-OVERRIDE (WS-MATCH-SUB) = SPACES
               ADD 1 TO WS-ENROLL-CHECKED
               PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                       UNTIL PREREQ-IDX > WS-PREREQ-COUNT
                   IF PK-COURSE-CODE (PREREQ-IDX) =
                           ET-COURSE-CODE (WS-MATCH-SUB)
                       PERFORM CHECK-ONE-PREREQ-PARA
                       IF NOT PREREQ-MET
                               AND WS-LATE-SUB > ZERO
                           PERFORM PRINT-ENROLLMENT-PARA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    Met as at enrollment time; WS-LATE-SUB is left on the
      *    latest FINAL result dated after the enrollment.
       CHECK-ONE-PREREQ-PARA.
           MOVE 'N' TO WS-PREREQ-MET
           MOVE ZERO TO WS-LATE-SUB
           PERFORM VARYING WS-RESULT-SUB FROM 1 BY 1
                   UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
               IF RZ-STUDENT-ID (WS-RESULT-SUB) =
                       ET-STUDENT-ID (WS-MATCH-SUB)
                       AND RZ-COURSE-CODE (WS-RESULT-SUB) =
                           PK-REQUIRED-COURSE (PREREQ-IDX)
                   IF RZ-MEDIA (WS-RESULT-SUB) NOT <
                           PK-MIN-MEDIA (PREREQ-IDX)
                           AND RZ-SATISFACAO (WS-RESULT-SUB)
                               NOT = 'REPROVADO'
                           AND RZ-SATISFACAO (WS-RESULT-SUB)
                               NOT = 'REPROVADO-POR-FALTA'
                       MOVE 'Y' TO WS-PREREQ-MET
                   END-IF
                   IF RZ-RECORD-STATUS (WS-RESULT-SUB) = 'F'
                           AND RZ-RUN-DATE (WS-RESULT-SUB) >
                               WS-ENROLL-DATE (WS-MATCH-SUB)
                       IF WS-LATE-SUB = ZERO
                           MOVE WS-RESULT-SUB TO WS-LATE-SUB
                       ELSE
                           IF RZ-RUN-DATE (WS-RESULT-SUB) >
                                   RZ-RUN-DATE (WS-LATE-SUB)
                               MOVE WS-RESULT-SUB TO WS-LATE-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ENROLLMENT-PARA.
           ADD 1 TO WS-ENROLL-LISTED
           MOVE PK-MIN-MEDIA (PREREQ-IDX) TO WS-EDIT-MIN-MEDIA
           MOVE RZ-MEDIA (WS-LATE-SUB) TO WS-EDIT-MEDIA
           MOVE SPACES TO REPORT-LINE
           STRING '  ' ET-STUDENT-ID (WS-MATCH-SUB)
               ' ' ET-COURSE-CODE (WS-MATCH-SUB)
               ' ' ET-TURMA-CODE (WS-MATCH-SUB)
               ' ' PK-REQUIRED-COURSE (PREREQ-IDX)
               ' ' WS-EDIT-MIN-MEDIA
               ' ' WS-EDIT-MEDIA
               ' ' RZ-RUN-DATE (WS-LATE-SUB)
               ' ' WS-ENROLL-DATE (WS-MATCH-SUB)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       TERMINATE-PARA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENROLL-CHECKED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'MATRICULAS ATIVAS VERIFICADAS ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENROLL-LISTED TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING 'PRE-REQUISITOS NAO CUMPRIDOS  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'MATRICULAS VERIFICADAS: ' WS-ENROLL-CHECKED
           DISPLAY 'PRE-REQ. NAO CUMPRIDOS: ' WS-ENROLL-LISTED.
