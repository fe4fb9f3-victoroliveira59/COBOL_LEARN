               MOVE AX-STUDENT-NAME TO AM-STUDENT-NAME
               MOVE AX-ENTRY-YEAR TO AM-ENTRY-YEAR
               MOVE 'A' TO AM-STATUS
               MOVE AX-PROGRAM-CODE TO AM-PROGRAM-CODE
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK
                           AND AX-ENTRY-YEAR > ZERO
                       MOVE AX-ENTRY-YEAR TO AM-ENTRY-YEAR
                   END-IF
                   IF AX-PROGRAM-CODE NOT = SPACES
                       MOVE AX-PROGRAM-CODE TO AM-PROGRAM-CODE
                   END-IF
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK
