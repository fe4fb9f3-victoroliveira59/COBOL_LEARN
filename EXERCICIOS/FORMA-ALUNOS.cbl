                   PERFORM START-STUDENT-PARA
               END-IF
           END-IF
      *    A FINAL record a grade change superseded no longer
      *    counts toward completion.
           IF TS-RECORD-STATUS NOT = 'S'
               PERFORM STORE-RESULT-PARA
           END-IF
           PERFORM READ-TRANS-PARA.

       START-STUDENT-PARA.
