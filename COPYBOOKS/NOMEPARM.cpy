      *****************************************************************
      * Copybook:  NOMEPARM
      * Purpose:   Calling parameter for COMPARA-NOMES, the watch-list
      *            name matcher.  The caller supplies a customer (name
      *            and up to six address countries), one watch-list
      *            entry (name and country, the country blank when the
      *            list gives none) and the lowest score that counts
      *            as a hit; COMPARA-NOMES returns the name score
      *            (0-100), the customer country the entry's country
      *            matched (zero when the entry has no country) and
      *            'Y' in the result when the entry is a hit.  Both
      *            sides are compared word by word in any order, with
      *            accents, case, punctuation, doubled letters and
      *            connecting particles (DA, DE, DOS...) ignored and a
      *            one-letter slip tolerated in words of four letters
      *            or more.  Callers COPY this REPLACING the NAME-MATCH
      *            words with their own qualifier, e.g.:
      *                COPY NOMEPARM REPLACING NAME-MATCH-PARM BY
      *                    WS-NAME-MATCH-PARM, NAME-MATCH-CUSTOMER BY
      *                    WS-NAME-MATCH-CUSTOMER, ...
      *****************************************************************
       01  NAME-MATCH-PARM.
           05  NAME-MATCH-CUSTOMER.
               10  NAME-MATCH-CUST-NAME    PIC X(40).
               10  NAME-MATCH-CUST-COUNTRY PIC X(25) OCCURS 6 TIMES.
           05  NAME-MATCH-LIST-NAME        PIC X(40).
           05  NAME-MATCH-LIST-COUNTRY     PIC X(25).
           05  NAME-MATCH-THRESHOLD        PIC 9(03).
           05  NAME-MATCH-SCORE            PIC 9(03).
           05  NAME-MATCH-COUNTRY-IDX      PIC 9(01).
           05  NAME-MATCH-RESULT           PIC X(01).
