      *****************************************************************
      * Copybook:  WATCHTAB
      * Purpose:   In-memory copy of the WATCHDD watch list, loaded
      *            once at start of run and run entry by entry past
      *            COMPARA-NOMES for each name screened (same OCCURS
      *            DEPENDING ON idiom as COUNTRYT).  The list's issue
      *            date is kept with it for the hit records.
      *****************************************************************
       01  WATCH-LIST-TABLE.
           05  WATCH-LIST-DATE              PIC 9(08) VALUE ZERO.
           05  WATCH-ENTRY-COUNT            PIC 9(05) VALUE ZERO.
           05  WATCH-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WATCH-ENTRY-COUNT
                   INDEXED BY WATCH-IDX.
               10  WATCH-ENTRY-ID           PIC X(10).
               10  WATCH-NAME               PIC X(40).
               10  WATCH-COUNTRY            PIC X(25).
