      *****************************************************************
      * Copybook:  SCRCTL
      * Purpose:   Watch-list screening control card (SCRCTLDD), read
      *            by VERB-01 and TRIAGEM-CLIENTES: the lowest
      *            COMPARA-NOMES score that counts as a hit (default
      *            80 when absent or zero) and, for the nightly
      *            rescreen, 'Y' to rescreen the whole customer master
      *            even though the list has not changed.
      *****************************************************************
       01  SCREENING-CONTROL-RECORD.
           05  SX-MATCH-THRESHOLD      PIC 9(03).
           05  SX-FORCE-RESCREEN       PIC X(01).
               88  SX-RESCREEN-ALWAYS             VALUE 'Y'.
