      *****************************************************************
      * Copybook:  PARTTRN
      * Purpose:   Participation maintenance transaction, read by
      *            MANTEM-PARTICIPACOES from PARTTRNDD to sell shares
      *            of a loan, change the participants or their
      *            shares, or buy the sold shares back.
      *****************************************************************
       01  PARTICIPATION-TRAN-RECORD.
           05  PQ-TRAN-CODE            PIC X(01).
               88  PQ-ADD                         VALUE 'A'.
               88  PQ-CHANGE                      VALUE 'M'.
               88  PQ-BUY-BACK                    VALUE 'B'.
           05  PQ-ACCOUNT-NO           PIC X(10).
      *    Date the shares were sold; zero on an add means the run
      *    date.
           05  PQ-SOLD-DATE            PIC 9(08).
      *    Add and change carry the full participant list, unused
      *    slots blank; a change replaces the list on file.
           05  PQ-PARTICIPANT OCCURS 5 TIMES
                   INDEXED BY PQ-IDX.
               10  PQ-PART-CODE        PIC X(08).
               10  PQ-PART-NAME        PIC X(30).
               10  PQ-SHARE-PCT        PIC 9(3)V9(4).
