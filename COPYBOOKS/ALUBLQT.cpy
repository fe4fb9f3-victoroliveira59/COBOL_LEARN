      *****************************************************************
      * Copybook:  ALUBLQT
      * Purpose:   In-core enrollment hold table loaded from ALUBLQDD
      *            (same OCCURS DEPENDING ON idiom as MATRITAB).
      *            HT-BALANCE is signed because FATURA-MENSALIDADES
      *            nets terms in credit against terms owing here.
      *****************************************************************
       01  WS-HOLD-TABLE.
           02  WS-HOLD-COUNT           PIC 9(04) VALUE ZERO.
           02  HOLD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HOLD-IDX.
               03  HT-STUDENT-ID       PIC X(06).
               03  HT-TERM-CODE        PIC X(06).
               03  HT-BALANCE          PIC S9(07)V99.
