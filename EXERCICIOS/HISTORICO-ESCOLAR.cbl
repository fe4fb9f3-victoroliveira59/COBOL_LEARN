      *    A provisional 'P' record superseded by a FINAL 'F' record
      *    for the same course (the recuperacao rewrite) must not be
      *    tallied; only the surviving record per course counts.
      *    Neither is a FINAL record a grade change superseded.
       TALLY-STUDENT-TERMS-PARA.
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-TOTAL
               MOVE 'N' TO WS-TERM-SUPERSEDED
               IF WS-TERM-STATUS (WS-TERM-SUB) = 'S'
                   MOVE 'Y' TO WS-TERM-SUPERSEDED
               END-IF
               IF WS-TERM-STATUS (WS-TERM-SUB) = 'P'
                   PERFORM VARYING WS-TERM-SUB2 FROM 1 BY 1
                           UNTIL WS-TERM-SUB2 > WS-TERM-TOTAL
