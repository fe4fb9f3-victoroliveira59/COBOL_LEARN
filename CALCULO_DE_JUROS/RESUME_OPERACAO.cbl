      *                  of the report, then lists the night's steps
      *                  in the order they ran with their counts
      *                  against the prior night's.
      * 15/10/26 MAINT   Steps whose postings were moved out of a
      *                  hard-closed accounting period are flagged and
      *                  show the period they were moved to.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
            RL-RECORDS-READ BY PL-RECORDS-READ,
            RL-RECORDS-WRITTEN BY PL-RECORDS-WRITTEN,
            RL-RECORDS-REJECTED BY PL-RECORDS-REJECTED,
            RL-RETURN-CODE BY PL-RETURN-CODE,
            RL-REDIRECT-FROM-PERIOD BY PL-REDIRECT-FROM-PERIOD,
            RL-REDIRECT-TO-PERIOD BY PL-REDIRECT-TO-PERIOD,
            RL-RECORDS-REDIRECTED BY PL-RECORDS-REDIRECTED.

        FD  REPORT-FILE
            RECORDING MODE IS F.
                10  WS-NT-WRITTEN       PIC 9(07).
                10  WS-NT-REJECTED      PIC 9(07).
                10  WS-NT-RC            PIC 9(02).
                10  WS-NT-REDIRECT-TO   PIC 9(06).
                10  WS-NT-REDIRECTED    PIC 9(07).
                10  WS-NT-FLAG          PIC X(01).

        01  WS-PRIOR-TABLE.
            05  WS-VOLUME-DELTA         PIC S9(08).
            05  WS-VOLUME-PCT           PIC 9(05)V99.
            05  WS-FLAGGED-ANY          PIC X(01) VALUE 'N'.
            05  WS-LINE-PTR             PIC 9(03).

        01  WS-REPORT-FIELDS.
            05  WS-EDIT-COUNT           PIC ZZZ,ZZ9.
                               WS-NT-REJECTED (WS-NIGHT-COUNT)
                           MOVE RL-RETURN-CODE TO
                               WS-NT-RC (WS-NIGHT-COUNT)
                           IF RL-RECORDS-REDIRECTED IS NUMERIC
                              AND RL-REDIRECT-TO-PERIOD IS NUMERIC
                              AND RL-RECORDS-REDIRECTED > ZERO
                               MOVE RL-REDIRECT-TO-PERIOD TO
                                   WS-NT-REDIRECT-TO (WS-NIGHT-COUNT)
                               MOVE RL-RECORDS-REDIRECTED TO
                                   WS-NT-REDIRECTED (WS-NIGHT-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-NT-REDIRECT-TO (WS-NIGHT-COUNT)
                               MOVE ZERO TO
                                   WS-NT-REDIRECTED (WS-NIGHT-COUNT)
                           END-IF
                           MOVE SPACE TO
                               WS-NT-FLAG (WS-NIGHT-COUNT)
                       ELSE
           END-IF.

      *    A step is flagged when it ended with a nonzero return
      *    code, its read volume moved more than half against the
      *    prior night, or its postings were moved out of a
      *    hard-closed accounting period.
       3000-FLAG-EXCEPTIONS.
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > WS-NIGHT-COUNT
               IF WS-NT-RC (NIGHT-IDX) > ZERO
                   MOVE '*' TO WS-NT-FLAG (NIGHT-IDX)
               END-IF
               IF WS-NT-REDIRECTED (NIGHT-IDX) > ZERO
                   MOVE '*' TO WS-NT-FLAG (NIGHT-IDX)
               END-IF
               PERFORM 3100-LOOKUP-PRIOR-VOLUME
               IF PRIOR-FOUND AND WS-PRIOR-READ > ZERO
                   COMPUTE WS-VOLUME-DELTA =
           MOVE WS-NT-READ (NIGHT-IDX) TO WS-EDIT-COUNT
           MOVE WS-PRIOR-READ TO WS-EDIT-PRIOR
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING WS-NT-FLAG (NIGHT-IDX)
               ' ' WS-NT-PROGRAM (NIGHT-IDX)
               ' ' WS-NT-UTC-HOUR (NIGHT-IDX)
               '  PRIOR ' WS-EDIT-PRIOR
               '  RC ' WS-NT-RC (NIGHT-IDX)
               DELIMITED BY SIZE INTO REPORT-LINE
               WITH POINTER WS-LINE-PTR
           IF WS-NT-REDIRECTED (NIGHT-IDX) > ZERO
               STRING '  MOVED TO ' WS-NT-REDIRECT-TO (NIGHT-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF
           WRITE REPORT-LINE.

       9000-TERMINATE.
