           SELECT REGISTER-FILE ASSIGN TO MATREGDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREREQ-FILE ASSIGN TO PREREQDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-FILE ASSIGN TO TRANSDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO ESPERADD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-FILE ASSIGN TO MATNOTDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE ASSIGN TO CALENDDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LEDGER-FILE ASSIGN TO MENLANDD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO ALUBLQDD
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  REGISTER-LINE              PIC X(80).

       FD  PREREQ-FILE
           RECORDING MODE IS F.
       COPY PREREQ.

       FD  TRANSCRIPT-FILE
           RECORDING MODE IS F.
       COPY TRANSREC.

       FD  WAITLIST-FILE
           RECORDING MODE IS F.
       COPY ESPERA.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
       01  NOTICE-LINE                PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       COPY ACADCAL.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
       COPY MENLAN.

       FD  HOLD-FILE
           RECORDING MODE IS F.
       COPY ALUBLQ.

       WORKING-STORAGE SECTION.

       01 WS-EOF-TRAN PIC X(01) VALUE 'N'.
       01 WS-EOF-ENROLL PIC X(01) VALUE 'N'.
           88 EOF-ENROLL VALUE 'Y'.

       01 WS-EOF-PREREQ PIC X(01) VALUE 'N'.
           88 EOF-PREREQ VALUE 'Y'.

       01 WS-EOF-TRANSCRIPT PIC X(01) VALUE 'N'.
           88 EOF-TRANSCRIPT VALUE 'Y'.

       COPY MATRITAB.

       COPY PREREQT.

       COPY RESULTAB.

       01 WS-EOF-WAIT PIC X(01) VALUE 'N'.
           88 EOF-WAIT VALUE 'Y'.

       COPY ESPERTAB.

       01 WS-EOF-CALENDAR PIC X(01) VALUE 'N'.
           88 EOF-CALENDAR VALUE 'Y'.

       01 WS-EOF-LEDGER PIC X(01) VALUE 'N'.
           88 EOF-LEDGER VALUE 'Y'.

       01 WS-EOF-HOLD PIC X(01) VALUE 'N'.
           88 EOF-HOLD VALUE 'Y'.

       COPY MENCOBT.

       COPY ALUBLQT.

      *    Term enrollments are being taken for (MATCTLDD) and its
      *    refund window from the calendar.
       01 WS-TUITION-FIELDS.
           02 WS-TERM-CODE          PIC X(06) VALUE SPACES.
           02 WS-REFUND-END         PIC 9(08) VALUE ZERO.
           02 WS-REFUND-WINDOW      PIC X(01) VALUE 'N'.
               88 REFUND-WINDOW-OPEN VALUE 'Y'.
           02 WS-CHARGE-SUB         PIC 9(04).
           02 WS-CREDIT-AMOUNT      PIC 9(07)V99.
           02 WS-EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99.

      *    The withdrawal being processed while the waitlist is
      *    tried through the enrollment paragraphs.
       01 WS-SAVE-TRAN PIC X(24).

       01 WS-SECTION-LIMIT PIC 9(03) VALUE ZERO.

       01 WS-EDIT-SWITCHES.
           02 WS-SECTION-SEATS      PIC 9(03).
           02 WS-SCAN-SUB           PIC 9(04).
           02 WS-CHECK-TURMA        PIC X(03).
           02 WS-RESULT-SUB         PIC 9(04).
           02 WS-PREREQ-MET         PIC X(01).
               88 PREREQ-MET VALUE 'Y'.
           02 WS-MISSING-COURSE     PIC X(06).
           02 WS-WAIVED-COURSE      PIC X(06).
           02 WS-SECTION-FULL       PIC X(01).
               88 SECTION-FULL VALUE 'Y'.
           02 WS-WAITLISTED         PIC X(01).
               88 TRAN-WAITLISTED VALUE 'Y'.
           02 WS-WAIT-SUB           PIC 9(04).
           02 WS-WAIT-POSITION      PIC 9(03).
           02 WS-PROMOTE-COURSE     PIC X(06).
           02 WS-PROMOTE-TURMA      PIC X(03).
           02 WS-PROMOTE-DONE       PIC X(01).
               88 PROMOTE-DONE VALUE 'Y'.
           02 WS-TUITION-HOLD       PIC X(01).
               88 TUITION-HELD VALUE 'Y'.

       COPY DATEWORK REPLACING DATE-PARM BY WS-RUN-DATE-PARM,
           DATE-YEAR BY WS-RUN-DATE-YEAR,
           02 WS-TRANS-READ         PIC 9(05) VALUE ZERO.
           02 WS-TRANS-APPLIED      PIC 9(05) VALUE ZERO.
           02 WS-TRANS-REFUSED      PIC 9(05) VALUE ZERO.
           02 WS-TRANS-WAIVED       PIC 9(05) VALUE ZERO.
           02 WS-TRANS-WAITLISTED   PIC 9(05) VALUE ZERO.
           02 WS-TRANS-PROMOTED     PIC 9(05) VALUE ZERO.
           02 WS-TRANS-HELD         PIC 9(05) VALUE ZERO.
           02 WS-PROMOS-HELD        PIC 9(05) VALUE ZERO.
           02 WS-CREDITS-POSTED     PIC 9(05) VALUE ZERO.
           02 WS-CREDIT-TOTAL       PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PARA
           PERFORM PROCESS-TRANS-PARA UNTIL EOF-TRAN
           PERFORM REWRITE-ENROLLMENT-PARA
           PERFORM REWRITE-WAITLIST-PARA
           PERFORM TERMINATE-PARA

           STOP RUN.
           PERFORM GET-RUN-DATE-PARA
           PERFORM READ-CONTROL-PARA
           PERFORM LOAD-ENROLLMENT-PARA
           PERFORM LOAD-PREREQ-PARA
           PERFORM LOAD-RESULTS-PARA
           PERFORM LOAD-WAITLIST-PARA
           PERFORM READ-CALENDAR-PARA
           PERFORM LOAD-CHARGES-PARA
           PERFORM LOAD-HOLDS-PARA
           OPEN INPUT TRAN-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND LEDGER-FILE
           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-LINE
           MOVE 'MANTEM-MATRICULAS REGISTRO DE TRANSACOES'
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF REFUND-WINDOW-OPEN
               STRING 'TERMO ' WS-TERM-CODE
                   '  CREDITO DE MENSALIDADE NO TRANCAMENTO ATE '
                   WS-REFUND-END
                   DELIMITED BY SIZE INTO REGISTER-LINE
           ELSE
               STRING 'TERMO ' WS-TERM-CODE
                   '  FORA DO PRAZO DE CREDITO DE MENSALIDADE'
                   DELIMITED BY SIZE INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE
           OPEN OUTPUT NOTICE-FILE
           MOVE SPACES TO NOTICE-LINE
           MOVE 'MANTEM-MATRICULAS AVISOS DE VAGA' TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM READ-TRAN-PARA.

       GET-RUN-DATE-PARA.
           READ CONTROL-FILE
               AT END
                   MOVE ZERO TO MM-SECTION-LIMIT
                   MOVE SPACES TO MM-TERM-CODE
           END-READ
           CLOSE CONTROL-FILE
           IF MM-SECTION-LIMIT IS NUMERIC
               MOVE MM-SECTION-LIMIT TO WS-SECTION-LIMIT
           END-IF
           MOVE MM-TERM-CODE TO WS-TERM-CODE.

      *    A withdrawal earns its tuition back up to the term's
      *    AC-REFUND-END; no term on the card, a term missing from
      *    the calendar or a zero date leaves the window shut.
       READ-CALENDAR-PARA.
           IF WS-TERM-CODE NOT = SPACES
               MOVE 'N' TO WS-EOF-CALENDAR
               OPEN INPUT CALENDAR-FILE
               PERFORM UNTIL EOF-CALENDAR
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-CALENDAR
                       NOT AT END
                           IF AC-TERM-CODE = WS-TERM-CODE
                                   AND AC-REFUND-END IS NUMERIC
                               MOVE AC-REFUND-END TO WS-REFUND-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF WS-REFUND-END > ZERO
                       AND WS-RUN-DATE NOT > WS-REFUND-END
                   MOVE 'Y' TO WS-REFUND-WINDOW
               END-IF
           END-IF.

      *    What stands billed for the term, per student and course:
      *    each charge counts one up and each withdrawal credit one
      *    down, so an enrollment billed again after a refunded
      *    withdrawal can be refunded again.
       LOAD-CHARGES-PARA.
           MOVE ZERO TO WS-CHARGE-COUNT
           IF WS-TERM-CODE NOT = SPACES
               MOVE 'N' TO WS-EOF-LEDGER
               OPEN INPUT LEDGER-FILE
               PERFORM UNTIL EOF-LEDGER
                   READ LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-LEDGER
                       NOT AT END
                           IF ML-TERM-CODE = WS-TERM-CODE
                                   AND (ML-CHARGE
                                       OR ML-WITHDRAWAL-CREDIT)
                               PERFORM LOAD-ONE-CHARGE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       LOAD-ONE-CHARGE-PARA.
           MOVE ZERO TO WS-CHARGE-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-CHARGE-COUNT
               IF CB-STUDENT-ID (WS-SCAN-SUB) = ML-STUDENT-ID
                       AND CB-COURSE-CODE (WS-SCAN-SUB)
                           = ML-COURSE-CODE
                   MOVE WS-SCAN-SUB TO WS-CHARGE-SUB
               END-IF
           END-PERFORM
           IF WS-CHARGE-SUB = ZERO
               IF WS-CHARGE-COUNT < 2000
                   ADD 1 TO WS-CHARGE-COUNT
                   MOVE WS-CHARGE-COUNT TO WS-CHARGE-SUB
                   MOVE ML-STUDENT-ID TO CB-STUDENT-ID (WS-CHARGE-SUB)
                   MOVE ML-COURSE-CODE TO
                       CB-COURSE-CODE (WS-CHARGE-SUB)
                   MOVE ZERO TO CB-NET-CHARGES (WS-CHARGE-SUB)
                   MOVE ZERO TO CB-LAST-AMOUNT (WS-CHARGE-SUB)
               ELSE
                   DISPLAY 'TABELA DE MENSALIDADES CHEIA: '
                       ML-STUDENT-ID ' ' ML-COURSE-CODE
                       ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CHARGE-SUB > ZERO
               IF ML-CHARGE
                   ADD 1 TO CB-NET-CHARGES (WS-CHARGE-SUB)
                   MOVE ML-AMOUNT TO CB-LAST-AMOUNT (WS-CHARGE-SUB)
               ELSE
                   SUBTRACT 1 FROM CB-NET-CHARGES (WS-CHARGE-SUB)
               END-IF
           END-IF.

       LOAD-HOLDS-PARA.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE 'N' TO WS-EOF-HOLD
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL EOF-HOLD
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-HOLD
                   NOT AT END
                       IF WS-HOLD-COUNT < 2000
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HB-STUDENT-ID TO HT-STUDENT-ID
                                                (WS-HOLD-COUNT)
                           MOVE HB-TERM-CODE TO HT-TERM-CODE
                                               (WS-HOLD-COUNT)
                           MOVE HB-BALANCE TO HT-BALANCE
                                             (WS-HOLD-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE BLOQUEIOS CHEIA: '
                               HB-STUDENT-ID ' - EXECUCAO ABORTADA'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

      *    The registrar's file used to be edited by hand, which is
      *    how the duplicates got in; any exact duplicate found at
      *    load time is dropped here with a register line.
               END-IF
           END-IF.

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
                               PE-COURSE-CODE ' - EXECUCAO ABORTADA'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE.

      *    Only results of courses some other course requires are
      *    kept.  TRANSDD is appended run by run, so a later record
      *    for the same student, course and term replaces the one
      *    held, except that a provisional record never replaces
      *    the FINAL one the makeup pass posted.
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
                       ' - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
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

      *    The waitlist is rewritten whole at the end of the run
      *    like the master, so a full table stops the run before
      *    anyone's place in line can be lost.
       LOAD-WAITLIST-PARA.
           MOVE ZERO TO WS-WAIT-COUNT
           MOVE 'N' TO WS-EOF-WAIT
           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL EOF-WAIT
               READ WAITLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-WAIT
                   NOT AT END
                       IF WS-WAIT-COUNT < 500
                           ADD 1 TO WS-WAIT-COUNT
                           MOVE WE-COURSE-CODE TO WQ-COURSE-CODE
                                                 (WS-WAIT-COUNT)
                           MOVE WE-TURMA-CODE TO WQ-TURMA-CODE
                                                (WS-WAIT-COUNT)
                           MOVE WE-STUDENT-ID TO WQ-STUDENT-ID
                                                (WS-WAIT-COUNT)
                           MOVE WE-WAIT-DATE TO WQ-WAIT-DATE
                                               (WS-WAIT-COUNT)
                           MOVE WE-OVERRIDE-CODE TO WQ-OVERRIDE-CODE
                                                   (WS-WAIT-COUNT)
                           MOVE 'W' TO WQ-STATUS (WS-WAIT-COUNT)
                       ELSE
                           DISPLAY 'TABELA DE ESPERA CHEIA: '
                               WE-STUDENT-ID ' - EXECUCAO ABORTADA'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE.

      *    Locates MT-STUDENT-ID/MT-COURSE-CODE in the table (load
      *    pass, record area).
       FIND-ENROLLMENT-PARA2.
           ADD 1 TO WS-TRANS-READ
           MOVE 'Y' TO WS-TRAN-OK
           MOVE SPACES TO WS-REFUSE-TEXT
           MOVE SPACES TO WS-WAIVED-COURSE
           MOVE 'N' TO WS-SECTION-FULL
           MOVE 'N' TO WS-WAITLISTED
           MOVE ZERO TO WS-CREDIT-AMOUNT
           EVALUATE TRUE
               WHEN MX-ENROLL
                   PERFORM ENROLL-PARA
                       TO WS-REFUSE-TEXT
           END-EVALUATE
           PERFORM WRITE-REGISTER-PARA
           IF MX-WITHDRAW AND TRAN-OK
               PERFORM PROMOTE-WAITLIST-PARA
           END-IF
           PERFORM READ-TRAN-PARA.

       ENROLL-PARA.
               MOVE 'TURMA NAO INFORMADA' TO WS-REFUSE-TEXT
           ELSE
               PERFORM ENROLL-EDITED-PARA
               IF TUITION-HELD
                   ADD 1 TO WS-TRANS-HELD
               END-IF
               IF SECTION-FULL
                   PERFORM ADD-WAITLIST-PARA
               END-IF
           END-IF.

       ENROLL-EDITED-PARA.
           MOVE 'N' TO WS-TUITION-HOLD
           PERFORM FIND-ENROLLMENT-PARA
           IF WS-MATCH-SUB > ZERO
                   AND ET-STATUS (WS-MATCH-SUB) = 'A'
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'MATRICULA DUPLICADA' TO WS-REFUSE-TEXT
           ELSE
               PERFORM CHECK-TUITION-HOLD-PARA
               IF TRAN-OK
                   PERFORM CHECK-PREREQUISITES-PARA
               END-IF
               IF TRAN-OK
                   MOVE MX-TURMA-CODE TO WS-CHECK-TURMA
                   PERFORM CHECK-SECTION-CAPACITY-PARA
               END-IF
               IF TRAN-OK
                   IF WS-MATCH-SUB > ZERO
      *                A withdrawn pair re-enrolls in place, maybe
               MOVE ET-TURMA-CODE (WS-MATCH-SUB) TO MA-OLD-TURMA
               MOVE 'I' TO ET-STATUS (WS-MATCH-SUB)
               PERFORM WRITE-AUDIT-PARA
               PERFORM TUITION-CREDIT-PARA
           END-IF.

      *    Inside the refund window a withdrawal gives back what the
      *    course was billed; an enrollment not yet billed (or
      *    already refunded) has nothing to give back.
       TUITION-CREDIT-PARA.
           MOVE ZERO TO WS-CREDIT-AMOUNT
           IF REFUND-WINDOW-OPEN
               MOVE ZERO TO WS-CHARGE-SUB
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-CHARGE-COUNT
                   IF CB-STUDENT-ID (WS-SCAN-SUB) = MX-STUDENT-ID
                           AND CB-COURSE-CODE (WS-SCAN-SUB)
                               = MX-COURSE-CODE
                       MOVE WS-SCAN-SUB TO WS-CHARGE-SUB
                   END-IF
               END-PERFORM
               IF WS-CHARGE-SUB > ZERO
                   IF CB-NET-CHARGES (WS-CHARGE-SUB) > ZERO
                       MOVE CB-LAST-AMOUNT (WS-CHARGE-SUB)
                           TO WS-CREDIT-AMOUNT
                       SUBTRACT 1 FROM CB-NET-CHARGES (WS-CHARGE-SUB)
                       PERFORM WRITE-CREDIT-PARA
                   END-IF
               END-IF
           END-IF.

       WRITE-CREDIT-PARA.
           MOVE MX-STUDENT-ID TO ML-STUDENT-ID
           MOVE WS-TERM-CODE TO ML-TERM-CODE
           MOVE 'W' TO ML-ENTRY-TYPE
           MOVE MX-COURSE-CODE TO ML-COURSE-CODE
           MOVE ZERO TO ML-CREDIT-HOURS
           MOVE ZERO TO ML-RATE-PER-CREDIT
           MOVE WS-CREDIT-AMOUNT TO ML-AMOUNT
           MOVE WS-RUN-DATE TO ML-ENTRY-DATE
           MOVE SPACES TO ML-REFERENCE
           WRITE TUITION-LEDGER-RECORD
           ADD 1 TO WS-CREDITS-POSTED
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.

      *    A student owing tuition of a term other than the one
      *    being enrolled cannot enroll until it is paid; with no
      *    term on the card every hold applies.  The caller counts
      *    the refusal: an input transaction or a waitlist promotion.
       CHECK-TUITION-HOLD-PARA.
           IF WS-HOLD-COUNT > ZERO
               SET HOLD-IDX TO 1
               SEARCH HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN HT-STUDENT-ID (HOLD-IDX) = MX-STUDENT-ID
                       IF WS-TERM-CODE = SPACES
                               OR HT-TERM-CODE (HOLD-IDX)
                                   NOT = WS-TERM-CODE
                           MOVE 'N' TO WS-TRAN-OK
                           MOVE 'Y' TO WS-TUITION-HOLD
                           STRING 'MENSALIDADE EM ABERTO DO TERMO '
                               HT-TERM-CODE (HOLD-IDX)
                               DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                       END-IF
               END-SEARCH
           END-IF.

       REACTIVATE-PARA.
               END-IF
           END-IF.

      *    Every course MX-COURSE-CODE requires must have been
      *    passed with the minimum media; the first one missing is
      *    named on the register.  A coordinator override code on
      *    the transaction lets the enrollment through, and the
      *    waived course goes on the audit record with the code.
       CHECK-PREREQUISITES-PARA.
           MOVE SPACES TO WS-MISSING-COURSE
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > WS-PREREQ-COUNT
                       OR WS-MISSING-COURSE NOT = SPACES
               IF PK-COURSE-CODE (PREREQ-IDX) = MX-COURSE-CODE
                   PERFORM CHECK-ONE-PREREQ-PARA
                   IF NOT PREREQ-MET
                       MOVE PK-REQUIRED-COURSE (PREREQ-IDX)
                           TO WS-MISSING-COURSE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MISSING-COURSE NOT = SPACES
               IF MX-OVERRIDE-CODE = SPACES
                   MOVE 'N' TO WS-TRAN-OK
                   STRING 'PRE-REQUISITO PENDENTE: '
                       WS-MISSING-COURSE
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT
               ELSE
                   MOVE WS-MISSING-COURSE TO WS-WAIVED-COURSE
               END-IF
           END-IF.

      *    Met when any term's standing result of the required
      *    course reaches the minimum and is not a failure.
       CHECK-ONE-PREREQ-PARA.
           MOVE 'N' TO WS-PREREQ-MET
           PERFORM VARYING WS-RESULT-SUB FROM 1 BY 1
                   UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
                       OR PREREQ-MET
               IF RZ-STUDENT-ID (WS-RESULT-SUB) = MX-STUDENT-ID
                       AND RZ-COURSE-CODE (WS-RESULT-SUB) =
                           PK-REQUIRED-COURSE (PREREQ-IDX)
                       AND RZ-MEDIA (WS-RESULT-SUB) NOT <
                           PK-MIN-MEDIA (PREREQ-IDX)
                       AND RZ-SATISFACAO (WS-RESULT-SUB)
                           NOT = 'REPROVADO'
                       AND RZ-SATISFACAO (WS-RESULT-SUB)
                           NOT = 'REPROVADO-POR-FALTA'
                   MOVE 'Y' TO WS-PREREQ-MET
               END-IF
           END-PERFORM.

      *    Seats taken by active enrollments in the course and the
      *    section in WS-CHECK-TURMA (set by the caller); zero
      *    limit on the card disables the check.
               END-PERFORM
               IF WS-SECTION-SEATS NOT < WS-SECTION-LIMIT
                   MOVE 'N' TO WS-TRAN-OK
                   MOVE 'Y' TO WS-SECTION-FULL
                   MOVE 'TURMA LOTADA' TO WS-REFUSE-TEXT
               END-IF
           END-IF.

      *    An enrollment refused for a full turma joins the end of
      *    that course and turma's line; WS-WAIT-POSITION is its
      *    place for the register.
       ADD-WAITLIST-PARA.
           MOVE ZERO TO WS-WAIT-SUB
           MOVE ZERO TO WS-WAIT-POSITION
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-WAIT-COUNT
               IF WQ-WAITING (WS-SCAN-SUB)
                       AND WQ-COURSE-CODE (WS-SCAN-SUB)
                           = MX-COURSE-CODE
                       AND WQ-TURMA-CODE (WS-SCAN-SUB)
                           = MX-TURMA-CODE
                   ADD 1 TO WS-WAIT-POSITION
                   IF WQ-STUDENT-ID (WS-SCAN-SUB) = MX-STUDENT-ID
                       MOVE WS-SCAN-SUB TO WS-WAIT-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WAIT-SUB > ZERO
               MOVE 'TURMA LOTADA - JA NA LISTA DE ESPERA'
                   TO WS-REFUSE-TEXT
           ELSE
               IF WS-WAIT-COUNT < 500
                   ADD 1 TO WS-WAIT-COUNT
                   MOVE MX-COURSE-CODE TO
                       WQ-COURSE-CODE (WS-WAIT-COUNT)
                   MOVE MX-TURMA-CODE TO
                       WQ-TURMA-CODE (WS-WAIT-COUNT)
                   MOVE MX-STUDENT-ID TO
                       WQ-STUDENT-ID (WS-WAIT-COUNT)
                   MOVE WS-RUN-DATE TO WQ-WAIT-DATE (WS-WAIT-COUNT)
                   MOVE MX-OVERRIDE-CODE TO
                       WQ-OVERRIDE-CODE (WS-WAIT-COUNT)
                   MOVE 'W' TO WQ-STATUS (WS-WAIT-COUNT)
                   ADD 1 TO WS-WAIT-POSITION
                   MOVE 'Y' TO WS-WAITLISTED
               ELSE
                   MOVE 'TURMA LOTADA - LISTA DE ESPERA CHEIA'
                       TO WS-REFUSE-TEXT
               END-IF
           END-IF.

      *    The seat a withdrawal frees goes to the first student
      *    waiting for the course and turma who can still enroll.
      *    Each candidate is run through the enrollment paragraphs
      *    as an 'E' transaction, so the prerequisite and capacity
      *    checks, the audit record and the register lines are the
      *    usual ones.  A candidate already active in the course
      *    leaves the line; one who fails a prerequisite keeps the
      *    place and is passed over this time.
       PROMOTE-WAITLIST-PARA.
           MOVE MX-COURSE-CODE TO WS-PROMOTE-COURSE
           MOVE ET-TURMA-CODE (WS-MATCH-SUB) TO WS-PROMOTE-TURMA
           MOVE ENROLL-TRAN-RECORD TO WS-SAVE-TRAN
           MOVE 'N' TO WS-PROMOTE-DONE
           PERFORM VARYING WS-WAIT-SUB FROM 1 BY 1
                   UNTIL WS-WAIT-SUB > WS-WAIT-COUNT
                       OR PROMOTE-DONE
               IF WQ-WAITING (WS-WAIT-SUB)
                       AND WQ-COURSE-CODE (WS-WAIT-SUB)
                           = WS-PROMOTE-COURSE
                       AND WQ-TURMA-CODE (WS-WAIT-SUB)
                           = WS-PROMOTE-TURMA
                   PERFORM TRY-PROMOTION-PARA
               END-IF
           END-PERFORM
           MOVE WS-SAVE-TRAN TO ENROLL-TRAN-RECORD.

       TRY-PROMOTION-PARA.
           MOVE 'E' TO MX-TRAN-CODE
           MOVE WQ-STUDENT-ID (WS-WAIT-SUB) TO MX-STUDENT-ID
           MOVE WQ-COURSE-CODE (WS-WAIT-SUB) TO MX-COURSE-CODE
           MOVE WQ-TURMA-CODE (WS-WAIT-SUB) TO MX-TURMA-CODE
           MOVE WQ-OVERRIDE-CODE (WS-WAIT-SUB) TO MX-OVERRIDE-CODE
           MOVE 'Y' TO WS-TRAN-OK
           MOVE SPACES TO WS-REFUSE-TEXT
           MOVE SPACES TO WS-WAIVED-COURSE
           MOVE 'N' TO WS-SECTION-FULL
           PERFORM ENROLL-EDITED-PARA
           MOVE SPACES TO REGISTER-LINE
           IF TRAN-OK
               MOVE 'P' TO WQ-STATUS (WS-WAIT-SUB)
               MOVE 'Y' TO WS-PROMOTE-DONE
               ADD 1 TO WS-TRANS-PROMOTED
               STRING '  PROMOVIDO ' MX-TRAN-CODE
                   ' ' MX-STUDENT-ID
                   ' ' MX-COURSE-CODE
                   ' ' MX-TURMA-CODE
                   ' - LISTA DE ESPERA DE ' WQ-WAIT-DATE (WS-WAIT-SUB)
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM WRITE-WAIVER-LINE-PARA
               PERFORM WRITE-NOTICE-PARA
           ELSE
               IF SECTION-FULL
      *            The card limit was lowered: the freed seat does
      *            not open the turma, so nobody moves up.
                   MOVE 'Y' TO WS-PROMOTE-DONE
               ELSE
                   IF WS-REFUSE-TEXT = 'MATRICULA DUPLICADA'
                       MOVE 'D' TO WQ-STATUS (WS-WAIT-SUB)
                       STRING '  RETIRADO  ' MX-TRAN-CODE
                           ' ' MX-STUDENT-ID
                           ' ' MX-COURSE-CODE
                           ' ' MX-TURMA-CODE
                           ' - JA MATRICULADO NO CURSO'
                           DELIMITED BY SIZE INTO REGISTER-LINE
                   ELSE
                       IF TUITION-HELD
                           ADD 1 TO WS-PROMOS-HELD
                       END-IF
                       STRING '  PRETERIDO ' MX-TRAN-CODE
                           ' ' MX-STUDENT-ID
                           ' ' MX-COURSE-CODE
                           ' - ' WS-REFUSE-TEXT
                           DELIMITED BY SIZE INTO REGISTER-LINE
                   END-IF
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

       WRITE-NOTICE-PARA.
           MOVE SPACES TO NOTICE-LINE
           STRING 'ALUNO ' MX-STUDENT-ID
               '  VAGA CONFIRMADA NO CURSO ' MX-COURSE-CODE
               ' TURMA ' MX-TURMA-CODE
               '  EM ' WS-RUN-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE.

       WRITE-AUDIT-PARA.
           MOVE MX-STUDENT-ID TO MA-STUDENT-ID
           MOVE MX-COURSE-CODE TO MA-COURSE-CODE
           MOVE WS-RUN-DATE TO MA-AUDIT-DATE
           MOVE ET-STATUS (WS-MATCH-SUB) TO MA-NEW-STATUS
           MOVE ET-TURMA-CODE (WS-MATCH-SUB) TO MA-NEW-TURMA
           MOVE WS-WAIVED-COURSE TO MA-WAIVED-COURSE
           IF WS-WAIVED-COURSE = SPACES
               MOVE SPACES TO MA-OVERRIDE-CODE
           ELSE
               MOVE MX-OVERRIDE-CODE TO MA-OVERRIDE-CODE
           END-IF
           WRITE ENROLL-AUDIT-RECORD.

       WRITE-REGISTER-PARA.
                   ' ' MX-TURMA-CODE
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM WRITE-WAIVER-LINE-PARA
               PERFORM WRITE-CREDIT-LINE-PARA
           ELSE
               IF TRAN-WAITLISTED
                   ADD 1 TO WS-TRANS-WAITLISTED
                   MOVE SPACES TO REGISTER-LINE
                   STRING '  ESPERA   ' MX-TRAN-CODE
                       ' ' MX-STUDENT-ID
                       ' ' MX-COURSE-CODE
                       ' ' MX-TURMA-CODE
                       ' - TURMA LOTADA, POSICAO ' WS-WAIT-POSITION
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               ELSE
                   ADD 1 TO WS-TRANS-REFUSED
                   MOVE SPACES TO REGISTER-LINE
                   STRING '  RECUSADO ' MX-TRAN-CODE
                       ' ' MX-STUDENT-ID
                       ' ' MX-COURSE-CODE
                       ' - ' WS-REFUSE-TEXT
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

       WRITE-WAIVER-LINE-PARA.
           IF WS-WAIVED-COURSE NOT = SPACES
               ADD 1 TO WS-TRANS-WAIVED
               MOVE SPACES TO REGISTER-LINE
               STRING '    PRE-REQUISITO ' WS-WAIVED-COURSE
                   ' DISPENSADO - COORDENADOR '
                   MX-OVERRIDE-CODE
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       WRITE-CREDIT-LINE-PARA.
           IF WS-CREDIT-AMOUNT > ZERO
               MOVE WS-CREDIT-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO REGISTER-LINE
               STRING '    CREDITO DE MENSALIDADE ' WS-EDIT-AMOUNT
                   ' - TERMO ' WS-TERM-CODE
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.
           END-PERFORM
           CLOSE ENROLL-FILE.

      *    Promoted and dropped entries leave the file; the rest
      *    keep their arrival order.
       REWRITE-WAITLIST-PARA.
           OPEN OUTPUT WAITLIST-FILE
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-WAIT-COUNT
               IF WQ-WAITING (WS-SCAN-SUB)
                   MOVE WQ-COURSE-CODE (WS-SCAN-SUB) TO WE-COURSE-CODE
                   MOVE WQ-TURMA-CODE (WS-SCAN-SUB) TO WE-TURMA-CODE
                   MOVE WQ-STUDENT-ID (WS-SCAN-SUB) TO WE-STUDENT-ID
                   MOVE WQ-WAIT-DATE (WS-SCAN-SUB) TO WE-WAIT-DATE
                   MOVE WQ-OVERRIDE-CODE (WS-SCAN-SUB)
                       TO WE-OVERRIDE-CODE
                   WRITE WAITLIST-RECORD
               END-IF
           END-PERFORM
           CLOSE WAITLIST-FILE.

       TERMINATE-PARA.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
               '  RECUSADAS ' WS-TRANS-REFUSED
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'PRE-REQUISITOS DISPENSADOS ' WS-TRANS-WAIVED
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING 'EM ESPERA ' WS-TRANS-WAITLISTED
               '  PROMOVIDAS DA ESPERA ' WS-TRANS-PROMOTED
               '  PRETERIDAS POR MENSALIDADE ' WS-PROMOS-HELD
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO REGISTER-LINE
           STRING 'RECUSADAS POR MENSALIDADE ' WS-TRANS-HELD
               '  CREDITOS ' WS-CREDITS-POSTED
               ' VALOR ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           CLOSE TRAN-FILE
           CLOSE AUDIT-FILE
           CLOSE LEDGER-FILE
           CLOSE REGISTER-FILE
           CLOSE NOTICE-FILE
           DISPLAY 'TRANSACOES APLICADAS: ' WS-TRANS-APPLIED
           DISPLAY 'TRANSACOES RECUSADAS: ' WS-TRANS-REFUSED
           DISPLAY 'PRE-REQ. DISPENSADOS: ' WS-TRANS-WAIVED
           DISPLAY 'ENVIADAS PARA ESPERA: ' WS-TRANS-WAITLISTED
           DISPLAY 'PROMOVIDAS DA ESPERA: ' WS-TRANS-PROMOTED
           DISPLAY 'RECUSADAS MENSALID. : ' WS-TRANS-HELD
           DISPLAY 'PRETERIDAS MENSALID.: ' WS-PROMOS-HELD
           DISPLAY 'CREDITOS MENSALIDADE: ' WS-CREDITS-POSTED.
