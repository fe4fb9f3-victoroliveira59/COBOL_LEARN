       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCOLHE-ENDERECO.
      *****************************************************************
      *    Letter address picker, CALLed with the customer master
      *    record and the ENDPARM parameter by every program that
      *    mails a borrower.  The preferred address type is used as
      *    before (the first address when the customer has none of
      *    that type) unless the post office has returned it; then
      *    the first deliverable address in mailing, billing,
      *    shipping order takes its place.  With every address
      *    returned, or none on file, the result is 'N' and the
      *    caller holds the letter.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FALLBACK-ORDER        PIC X(03) VALUE 'MBS'.
       01  WS-ORDER-SUB             PIC 9(01).
       01  WS-ADDR-SUB              PIC 9(01).
       01  WS-ADDR-LIMIT            PIC 9(01).

       LINKAGE SECTION.
       COPY CUSTMAST.
       COPY ENDPARM REPLACING ADDRESS-PICK-PARM BY LK-ADDRESS-PICK-PARM,
           ADDRESS-PICK-TYPE BY LK-ADDRESS-PICK-TYPE,
           ADDRESS-PICK-IDX BY LK-ADDRESS-PICK-IDX,
           ADDRESS-PICK-RESULT BY LK-ADDRESS-PICK-RESULT,
           ADDRESS-PICK-PREFERRED BY LK-ADDRESS-PICK-PREFERRED,
           ADDRESS-PICK-FALLBACK BY LK-ADDRESS-PICK-FALLBACK,
           ADDRESS-PICK-NONE BY LK-ADDRESS-PICK-NONE.

       PROCEDURE DIVISION USING CUSTOMER-MASTER-RECORD
                                LK-ADDRESS-PICK-PARM.

           MOVE 1 TO LK-ADDRESS-PICK-IDX
           MOVE 'N' TO LK-ADDRESS-PICK-RESULT
           MOVE ZERO TO WS-ADDR-LIMIT
           IF CM-ADDRESS-COUNT IS NUMERIC
               MOVE CM-ADDRESS-COUNT TO WS-ADDR-LIMIT
           END-IF
           IF WS-ADDR-LIMIT > 3
               MOVE 3 TO WS-ADDR-LIMIT
           END-IF

           IF WS-ADDR-LIMIT > ZERO
               PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                       UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
                   IF CM-ADDRESS-TYPE (WS-ADDR-SUB) =
                           LK-ADDRESS-PICK-TYPE
                       MOVE WS-ADDR-SUB TO LK-ADDRESS-PICK-IDX
                   END-IF
               END-PERFORM
               IF NOT CM-ADDR-UNDELIVERABLE (LK-ADDRESS-PICK-IDX)
                   MOVE 'P' TO LK-ADDRESS-PICK-RESULT
               ELSE
                   PERFORM 1000-FIND-FALLBACK
                       VARYING WS-ORDER-SUB FROM 1 BY 1
                       UNTIL WS-ORDER-SUB > 3
                           OR LK-ADDRESS-PICK-FALLBACK
      *    A slot of no recognized type still beats holding the
      *    letter.
                   IF NOT LK-ADDRESS-PICK-FALLBACK
                       PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                               UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
                                   OR LK-ADDRESS-PICK-FALLBACK
                           IF NOT CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
                               MOVE WS-ADDR-SUB TO LK-ADDRESS-PICK-IDX
                               MOVE 'F' TO LK-ADDRESS-PICK-RESULT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF

           GOBACK.

       1000-FIND-FALLBACK.
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > WS-ADDR-LIMIT
                       OR LK-ADDRESS-PICK-FALLBACK
               IF CM-ADDRESS-TYPE (WS-ADDR-SUB) =
                       WS-FALLBACK-ORDER (WS-ORDER-SUB:1)
                       AND NOT CM-ADDR-UNDELIVERABLE (WS-ADDR-SUB)
                   MOVE WS-ADDR-SUB TO LK-ADDRESS-PICK-IDX
                   MOVE 'F' TO LK-ADDRESS-PICK-RESULT
               END-IF
           END-PERFORM.
