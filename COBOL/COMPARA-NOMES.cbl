       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARA-NOMES.
      *****************************************************************
      *    Watch-list name matcher, CALLed by VERB-01 and TRIAGEM-
      *    CLIENTES with the NOMEPARM parameter.  Each name is broken
      *    into words after accents (Latin-1 or UTF-8), case and
      *    punctuation are taken out, doubled letters are collapsed,
      *    Y is read as I and the connecting particles are dropped.
      *    The two word lists are then paired off in any order, a
      *    word of four letters or more also pairing with one a
      *    single slip away (one letter wrong, missing, extra or two
      *    letters swapped).  The score is the share of words paired
      *    on both sides, 0-100.  Countries are compared the same
      *    way against each of the customer's address countries.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Accented capitals and small letters, Latin-1, and the
      *    second byte of the same letters in UTF-8 (lead byte C3),
      *    with the plain capital each one reads as.
       01  WS-LATIN1-LIST.
           05  FILLER               PIC X(26) VALUE
               X'C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD'.
           05  FILLER               PIC X(13) VALUE
               X'E0E1E2E3E4E5E7E8E9EAEBECED'.
           05  FILLER               PIC X(14) VALUE
               X'EEEFF1F2F3F4F5F6F9FAFBFCFDFF'.
       01  WS-LATIN1-ACCENTED REDEFINES WS-LATIN1-LIST
                                    PIC X(53).
       01  WS-UTF8-LIST.
           05  FILLER               PIC X(26) VALUE
               X'8081828384858788898A8B8C8D8E8F919293949596999A9B9C9D'.
           05  FILLER               PIC X(13) VALUE
               X'A0A1A2A3A4A5A7A8A9AAABACAD'.
           05  FILLER               PIC X(14) VALUE
               X'AEAFB1B2B3B4B5B6B9BABBBCBDBF'.
       01  WS-UTF8-ACCENTED REDEFINES WS-UTF8-LIST
                                    PIC X(53).
       01  WS-PLAIN-LETTERS         PIC X(53) VALUE
               'AAAAAACEEEEIIIINOOOOOUUUUYAAAAAACEEEEIIIINOOOOOUUUUYY'.

      *    Connecting particles that carry no weight in a name.
       01  WS-PARTICLE-LIST         PIC X(24) VALUE
               'DA DE DO DASDOSDELLA DI '.
       01  WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-LIST.
           05  WS-PARTICLE          PIC X(03) OCCURS 8 TIMES.

      *    Word lists: 1 customer name, 2-7 customer countries,
      *    8 list name, 9 list country.
       01  WS-WORD-SETS.
           05  WS-SET OCCURS 9 TIMES.
               10  WS-SET-COUNT        PIC 9(02) COMP.
               10  WS-SET-WORD OCCURS 8 TIMES.
                   15  WS-SET-TEXT     PIC X(20).
                   15  WS-SET-LEN      PIC 9(02) COMP.
                   15  WS-SET-USED     PIC X(01).

       01  WS-LAST-CUSTOMER         PIC X(190) VALUE LOW-VALUES.

       01  WS-NORMALIZE-FIELDS.
           05  WS-NORM-INPUT        PIC X(40).
           05  WS-NORM-SET          PIC 9(02) COMP.
           05  WS-NORM-POS          PIC 9(02) COMP.
           05  WS-NORM-CHAR         PIC X(01).
           05  WS-NORM-NEXT         PIC X(01).
           05  WS-UTF8-PAIR         PIC X(01).
           05  WS-WORD-TEXT         PIC X(20).
           05  WS-WORD-LEN          PIC 9(02) COMP.
           05  WS-PARTICLE-SUB      PIC 9(02) COMP.
           05  WS-KEEP-WORD         PIC X(01).

       01  WS-COMPARE-FIELDS.
           05  WS-SET-A             PIC 9(02) COMP.
           05  WS-SET-B             PIC 9(02) COMP.
           05  WS-WORD-A            PIC 9(02) COMP.
           05  WS-WORD-B            PIC 9(02) COMP.
           05  WS-PAIRED            PIC 9(02) COMP.
           05  WS-SET-SCORE         PIC 9(03).
           05  WS-COUNTRY-SUB       PIC 9(02) COMP.
           05  WS-WORD-PAIRED       PIC X(01).
               88  WORD-PAIRED                VALUE 'Y'.

       01  WS-SLIP-FIELDS.
           05  WS-TEXT-1            PIC X(20).
           05  WS-LEN-1             PIC 9(02) COMP.
           05  WS-TEXT-2            PIC X(20).
           05  WS-LEN-2             PIC 9(02) COMP.
           05  WS-POS-1             PIC 9(02) COMP.
           05  WS-POS-2             PIC 9(02) COMP.
           05  WS-SLIPS             PIC 9(02) COMP.
           05  WS-FIRST-SLIP        PIC 9(02) COMP.
           05  WS-SECOND-SLIP       PIC 9(02) COMP.
           05  WS-WORDS-ALIKE       PIC X(01).
               88  WORDS-ALIKE                VALUE 'Y'.

       LINKAGE SECTION.
       COPY NOMEPARM REPLACING NAME-MATCH-PARM BY LK-NAME-MATCH-PARM,
           NAME-MATCH-CUSTOMER BY LK-NAME-MATCH-CUSTOMER,
           NAME-MATCH-CUST-NAME BY LK-NAME-MATCH-CUST-NAME,
           NAME-MATCH-CUST-COUNTRY BY LK-NAME-MATCH-CUST-COUNTRY,
           NAME-MATCH-LIST-NAME BY LK-NAME-MATCH-LIST-NAME,
           NAME-MATCH-LIST-COUNTRY BY LK-NAME-MATCH-LIST-COUNTRY,
           NAME-MATCH-THRESHOLD BY LK-NAME-MATCH-THRESHOLD,
           NAME-MATCH-SCORE BY LK-NAME-MATCH-SCORE,
           NAME-MATCH-COUNTRY-IDX BY LK-NAME-MATCH-COUNTRY-IDX,
           NAME-MATCH-RESULT BY LK-NAME-MATCH-RESULT.

       PROCEDURE DIVISION USING LK-NAME-MATCH-PARM.

           MOVE 'N' TO LK-NAME-MATCH-RESULT
           MOVE ZERO TO LK-NAME-MATCH-SCORE
           MOVE ZERO TO LK-NAME-MATCH-COUNTRY-IDX

      *    A caller screening one customer against the whole list
      *    passes the same customer every time; it is broken into
      *    words only when it changes.
           IF LK-NAME-MATCH-CUSTOMER NOT = WS-LAST-CUSTOMER
               MOVE LK-NAME-MATCH-CUSTOMER TO WS-LAST-CUSTOMER
               MOVE LK-NAME-MATCH-CUST-NAME TO WS-NORM-INPUT
               MOVE 1 TO WS-NORM-SET
               PERFORM 8000-NORMALIZE-TEXT
               PERFORM VARYING WS-COUNTRY-SUB FROM 1 BY 1
                       UNTIL WS-COUNTRY-SUB > 6
                   MOVE LK-NAME-MATCH-CUST-COUNTRY (WS-COUNTRY-SUB)
                       TO WS-NORM-INPUT
                   COMPUTE WS-NORM-SET = WS-COUNTRY-SUB + 1
                   PERFORM 8000-NORMALIZE-TEXT
               END-PERFORM
           END-IF

           MOVE LK-NAME-MATCH-LIST-NAME TO WS-NORM-INPUT
           MOVE 8 TO WS-NORM-SET
           PERFORM 8000-NORMALIZE-TEXT
           MOVE 1 TO WS-SET-A
           MOVE 8 TO WS-SET-B
           PERFORM 8200-SCORE-SETS
           MOVE WS-SET-SCORE TO LK-NAME-MATCH-SCORE

           IF WS-SET-SCORE NOT < LK-NAME-MATCH-THRESHOLD
                   AND WS-SET-SCORE > ZERO
               IF LK-NAME-MATCH-LIST-COUNTRY = SPACES
                   MOVE 'Y' TO LK-NAME-MATCH-RESULT
               ELSE
                   MOVE LK-NAME-MATCH-LIST-COUNTRY TO WS-NORM-INPUT
                   MOVE 9 TO WS-NORM-SET
                   PERFORM 8000-NORMALIZE-TEXT
                   PERFORM 8100-MATCH-ONE-COUNTRY
                       VARYING WS-COUNTRY-SUB FROM 1 BY 1
                       UNTIL WS-COUNTRY-SUB > 6
                           OR LK-NAME-MATCH-RESULT = 'Y'
               END-IF
           END-IF

           GOBACK.

      *    Breaks WS-NORM-INPUT into word set WS-NORM-SET.
       8000-NORMALIZE-TEXT.
           MOVE ZERO TO WS-SET-COUNT (WS-NORM-SET)
           MOVE SPACES TO WS-WORD-TEXT
           MOVE ZERO TO WS-WORD-LEN
           MOVE 1 TO WS-NORM-POS
           PERFORM UNTIL WS-NORM-POS > 40
               MOVE WS-NORM-INPUT (WS-NORM-POS:1) TO WS-NORM-CHAR
               MOVE 'N' TO WS-UTF8-PAIR
               IF WS-NORM-CHAR = X'C3' AND WS-NORM-POS < 40
                   MOVE WS-NORM-INPUT (WS-NORM-POS + 1:1)
                       TO WS-NORM-NEXT
                   IF WS-NORM-NEXT NOT < X'80'
                           AND WS-NORM-NEXT NOT > X'BF'
                       MOVE 'Y' TO WS-UTF8-PAIR
                   END-IF
               END-IF
               IF WS-UTF8-PAIR = 'Y'
                   MOVE WS-NORM-NEXT TO WS-NORM-CHAR
                   INSPECT WS-NORM-CHAR CONVERTING
                       WS-UTF8-ACCENTED TO WS-PLAIN-LETTERS
                   ADD 1 TO WS-NORM-POS
               ELSE
                   INSPECT WS-NORM-CHAR CONVERTING
                       WS-LATIN1-ACCENTED TO WS-PLAIN-LETTERS
               END-IF
               INSPECT WS-NORM-CHAR CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-NORM-CHAR = 'Y'
                   MOVE 'I' TO WS-NORM-CHAR
               END-IF
               IF (WS-NORM-CHAR NOT < 'A' AND WS-NORM-CHAR NOT > 'Z')
                       OR (WS-NORM-CHAR NOT < '0'
                           AND WS-NORM-CHAR NOT > '9')
                   IF WS-WORD-LEN = ZERO
                       ADD 1 TO WS-WORD-LEN
                       MOVE WS-NORM-CHAR TO WS-WORD-TEXT (1:1)
                   ELSE
                       IF WS-NORM-CHAR NOT =
                               WS-WORD-TEXT (WS-WORD-LEN:1)
                               AND WS-WORD-LEN < 20
                           ADD 1 TO WS-WORD-LEN
                           MOVE WS-NORM-CHAR
                               TO WS-WORD-TEXT (WS-WORD-LEN:1)
                       END-IF
                   END-IF
               ELSE
                   PERFORM 8050-CLOSE-WORD
               END-IF
               ADD 1 TO WS-NORM-POS
           END-PERFORM
           PERFORM 8050-CLOSE-WORD.

      *    Single letters (initials) and particles are not kept.
       8050-CLOSE-WORD.
           IF WS-WORD-LEN > 1
               MOVE 'Y' TO WS-KEEP-WORD
               IF WS-WORD-LEN < 4
                   PERFORM VARYING WS-PARTICLE-SUB FROM 1 BY 1
                           UNTIL WS-PARTICLE-SUB > 8
                       IF WS-WORD-TEXT =
                               WS-PARTICLE (WS-PARTICLE-SUB)
                           MOVE 'N' TO WS-KEEP-WORD
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-KEEP-WORD = 'Y'
                       AND WS-SET-COUNT (WS-NORM-SET) < 8
                   ADD 1 TO WS-SET-COUNT (WS-NORM-SET)
                   MOVE WS-WORD-TEXT TO WS-SET-TEXT
                       (WS-NORM-SET WS-SET-COUNT (WS-NORM-SET))
                   MOVE WS-WORD-LEN TO WS-SET-LEN
                       (WS-NORM-SET WS-SET-COUNT (WS-NORM-SET))
               END-IF
           END-IF
           MOVE SPACES TO WS-WORD-TEXT
           MOVE ZERO TO WS-WORD-LEN.

       8100-MATCH-ONE-COUNTRY.
           COMPUTE WS-SET-A = WS-COUNTRY-SUB + 1
           MOVE 9 TO WS-SET-B
           IF WS-SET-COUNT (WS-SET-A) > ZERO
               PERFORM 8200-SCORE-SETS
               IF WS-SET-SCORE NOT < LK-NAME-MATCH-THRESHOLD
                       AND WS-SET-SCORE > ZERO
                   MOVE 'Y' TO LK-NAME-MATCH-RESULT
                   MOVE WS-COUNTRY-SUB TO LK-NAME-MATCH-COUNTRY-IDX
               END-IF
           END-IF.

      *    Each word of set A takes the first unpaired word of set B
      *    it matches; the score is the paired words over all the
      *    words on both sides.
       8200-SCORE-SETS.
           MOVE ZERO TO WS-PAIRED
           MOVE ZERO TO WS-SET-SCORE
           PERFORM VARYING WS-WORD-B FROM 1 BY 1
                   UNTIL WS-WORD-B > 8
               MOVE 'N' TO WS-SET-USED (WS-SET-B WS-WORD-B)
           END-PERFORM
           PERFORM VARYING WS-WORD-A FROM 1 BY 1
                   UNTIL WS-WORD-A > WS-SET-COUNT (WS-SET-A)
               MOVE 'N' TO WS-WORD-PAIRED
               PERFORM VARYING WS-WORD-B FROM 1 BY 1
                       UNTIL WS-WORD-B > WS-SET-COUNT (WS-SET-B)
                           OR WORD-PAIRED
                   IF WS-SET-USED (WS-SET-B WS-WORD-B) = 'N'
                       MOVE WS-SET-TEXT (WS-SET-A WS-WORD-A)
                           TO WS-TEXT-1
                       MOVE WS-SET-LEN (WS-SET-A WS-WORD-A)
                           TO WS-LEN-1
                       MOVE WS-SET-TEXT (WS-SET-B WS-WORD-B)
                           TO WS-TEXT-2
                       MOVE WS-SET-LEN (WS-SET-B WS-WORD-B)
                           TO WS-LEN-2
                       PERFORM 8300-COMPARE-WORDS
                       IF WORDS-ALIKE
                           MOVE 'Y' TO WS-WORD-PAIRED
                           MOVE 'Y' TO WS-SET-USED (WS-SET-B WS-WORD-B)
                           ADD 1 TO WS-PAIRED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SET-COUNT (WS-SET-A) + WS-SET-COUNT (WS-SET-B) > ZERO
               COMPUTE WS-SET-SCORE = (WS-PAIRED * 200) /
                   (WS-SET-COUNT (WS-SET-A) + WS-SET-COUNT (WS-SET-B))
           END-IF.

       8300-COMPARE-WORDS.
           MOVE 'N' TO WS-WORDS-ALIKE
           EVALUATE TRUE
               WHEN WS-TEXT-1 = WS-TEXT-2
                   MOVE 'Y' TO WS-WORDS-ALIKE
               WHEN WS-LEN-1 < 4 OR WS-LEN-2 < 4
                   CONTINUE
               WHEN WS-LEN-1 = WS-LEN-2
                   PERFORM 8310-COMPARE-SAME-LENGTH
               WHEN WS-LEN-1 = WS-LEN-2 + 1
                   PERFORM 8320-COMPARE-ONE-LONGER
               WHEN WS-LEN-2 = WS-LEN-1 + 1
                   MOVE WS-TEXT-1 TO WS-TEXT-2
                   MOVE WS-SET-TEXT (WS-SET-B WS-WORD-B) TO WS-TEXT-1
                   MOVE WS-LEN-2 TO WS-LEN-1
                   MOVE WS-SET-LEN (WS-SET-A WS-WORD-A) TO WS-LEN-2
                   PERFORM 8320-COMPARE-ONE-LONGER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    One letter wrong, or two neighbouring letters swapped.
       8310-COMPARE-SAME-LENGTH.
           MOVE ZERO TO WS-SLIPS
           MOVE ZERO TO WS-FIRST-SLIP
           MOVE ZERO TO WS-SECOND-SLIP
           PERFORM VARYING WS-POS-1 FROM 1 BY 1
                   UNTIL WS-POS-1 > WS-LEN-1 OR WS-SLIPS > 2
               IF WS-TEXT-1 (WS-POS-1:1) NOT = WS-TEXT-2 (WS-POS-1:1)
                   ADD 1 TO WS-SLIPS
                   IF WS-SLIPS = 1
                       MOVE WS-POS-1 TO WS-FIRST-SLIP
                   ELSE
                       MOVE WS-POS-1 TO WS-SECOND-SLIP
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SLIPS = 1
                   MOVE 'Y' TO WS-WORDS-ALIKE
               WHEN WS-SLIPS = 2
                       AND WS-SECOND-SLIP = WS-FIRST-SLIP + 1
                   IF WS-TEXT-1 (WS-FIRST-SLIP:1) =
                           WS-TEXT-2 (WS-SECOND-SLIP:1)
                           AND WS-TEXT-1 (WS-SECOND-SLIP:1) =
                               WS-TEXT-2 (WS-FIRST-SLIP:1)
                       MOVE 'Y' TO WS-WORDS-ALIKE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    WS-TEXT-1 is one letter longer: it must read as WS-TEXT-2
      *    with a single letter left out.
       8320-COMPARE-ONE-LONGER.
           MOVE ZERO TO WS-SLIPS
           MOVE 1 TO WS-POS-1
           MOVE 1 TO WS-POS-2
           PERFORM UNTIL WS-POS-1 > WS-LEN-1 OR WS-SLIPS > 1
               IF WS-POS-2 NOT > WS-LEN-2
                       AND WS-TEXT-1 (WS-POS-1:1) =
                           WS-TEXT-2 (WS-POS-2:1)
                   ADD 1 TO WS-POS-2
               ELSE
                   ADD 1 TO WS-SLIPS
               END-IF
               ADD 1 TO WS-POS-1
           END-PERFORM
           IF WS-SLIPS NOT > 1
               MOVE 'Y' TO WS-WORDS-ALIKE
           END-IF.
