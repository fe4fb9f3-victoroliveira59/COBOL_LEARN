      *                  an aging report by reason code shows how
      *                  much customer money sits in suspense and
      *                  for how long.
      * 15/10/26 MAINT   Recycled items on sold loans carry the
      *                  participants' part of the penalty, interest
      *                  and principal applied, by the percentage
      *                  sold on the PARTMSTDD participation master,
      *                  as POSTA-PAGAMENTOS does
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT REPORT-FILE ASSIGN TO SUSPRPTDD
             ORGANIZATION IS LINE SEQUENTIAL.
         SELECT PARTICIPATION-MASTER ASSIGN TO PARTMSTDD
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-ACCOUNT-NO
             FILE STATUS IS WS-PART-STATUS.

         SELECT OPS-LOG-FILE ASSIGN TO OPSLOGDD
             ORGANIZATION IS LINE SEQUENTIAL.
            RECORDING MODE IS F.
        01  REPORT-LINE                 PIC X(80).

        FD  PARTICIPATION-MASTER
            RECORDING MODE IS F.
        COPY PARTMST.

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
        COPY RUNLEDG.
                88  ACCRUAL-FOUND                  VALUE 'Y'.
            05  WS-RECORD-POSTABLE      PIC X(01) VALUE 'N'.
                88  RECORD-POSTABLE                VALUE 'Y'.
            05  WS-PART-STATUS          PIC X(02).
            05  WS-PART-MASTER-OPEN     PIC X(01) VALUE 'N'.
                88  PART-MASTER-OPEN               VALUE 'Y'.

      *    Outstanding penalty and accrued interest per account from
      *    the YTD chain, drawn down as recycled money allocates,
           OPEN EXTEND CAPTURE-FILE
           OPEN OUTPUT CARRY-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT PARTICIPATION-MASTER
           IF WS-PART-STATUS = '00'
               MOVE 'Y' TO WS-PART-MASTER-OPEN
           END-IF
           PERFORM 2100-READ-SUSPENSE.

       1200-LOAD-CURRENCY-TABLE.
           MOVE UC-CURRENCY-CODE   TO PJ-ORIG-CURRENCY
           MOVE WS-CROSS-RATE      TO PJ-CONVERSION-RATE
           MOVE WS-TODAY-DATE      TO PJ-APPLIED-DATE
           PERFORM 4070-SPLIT-PARTICIPATION
           WRITE PAYMENT-JOURNAL-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           ADD WS-AMOUNT-TO-APPLY TO WS-TOTAL-POSTED.

      *    Same split as POSTA-PAGAMENTOS: the participants' part
      *    of each portion at tonight's percentage sold.
       4070-SPLIT-PARTICIPATION.
           MOVE ZERO TO PJ-SOLD-PCT
           IF PART-MASTER-OPEN
               MOVE PJ-ACCOUNT-NO TO PM-ACCOUNT-NO
               READ PARTICIPATION-MASTER
                   KEY IS PM-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PM-ACTIVE
                           MOVE PM-SOLD-PCT TO PJ-SOLD-PCT
                       END-IF
               END-READ
           END-IF
           COMPUTE PJ-SOLD-PENALTY ROUNDED =
               PJ-PENALTY-APPLIED * PJ-SOLD-PCT / 100
           COMPUTE PJ-SOLD-INTEREST ROUNDED =
               PJ-INTEREST-APPLIED * PJ-SOLD-PCT / 100
           COMPUTE PJ-SOLD-PRINCIPAL ROUNDED =
               PJ-PRINCIPAL-APPLIED * PJ-SOLD-PCT / 100.

       4050-WRITE-CAPTURE.
           MOVE LI-ACCOUNT-NO TO CG-ACCOUNT-NO
           MOVE WS-TODAY-DATE TO CG-CHANGE-DATE
           CLOSE JOURNAL-FILE
           CLOSE CAPTURE-FILE
           CLOSE CARRY-FILE
           CLOSE REPORT-FILE
           IF PART-MASTER-OPEN
               CLOSE PARTICIPATION-MASTER
           END-IF.

      *    Standard run-ledger record appended to the shared
      *    operations log, one per batch run, for the morning
