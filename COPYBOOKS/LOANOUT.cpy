               88  LO-SRC-FEE                     VALUE 'F'.
               88  LO-SRC-WRITEOFF                VALUE 'W'.
               88  LO-SRC-ADJUSTMENT              VALUE 'J'.
      *    Participations sold on the loan (PARTMSTDD): the
      *    percentage sold down and the participants' part of the
      *    interest and penalty above, which LANCA-RAZAO books to
      *    the participant payable instead of our income.  Spaces
      *    on records written before participations; zero on fee
      *    records, fees are not shared.
           05  LO-SOLD-PCT             PIC 9(3)V9(4).
           05  LO-SOLD-INTEREST-AMT    PIC S9(9)V99.
           05  LO-BASE-SOLD-INTEREST-AMT PIC S9(9)V99.
           05  LO-SOLD-PENALTY-AMT     PIC 9(9)V99.
           05  LO-BASE-SOLD-PENALTY-AMT PIC 9(9)V99.
