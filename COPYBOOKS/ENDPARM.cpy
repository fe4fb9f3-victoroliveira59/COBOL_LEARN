      *****************************************************************
      * Copybook:  ENDPARM
      * Purpose:   Calling parameter for ESCOLHE-ENDERECO, which picks
      *            the address a letter goes to.  The caller names the
      *            address type it would normally write to ('M'
      *            mailing, 'B' billing) and passes the customer
      *            master record alongside; ESCOLHE-ENDERECO returns
      *            the address slot to print and how it was reached:
      *            'P' the preferred type (or, as before, the first
      *            address when the customer has none of that type),
      *            'F' another address because the preferred one came
      *            back as undeliverable, 'N' no deliverable address
      *            at all, in which case the letter is held.  Callers
      *            COPY this REPLACING the ADDRESS-PICK words with
      *            their own qualifier, e.g.:
      *                COPY ENDPARM REPLACING ADDRESS-PICK-PARM BY
      *                    WS-ADDRESS-PICK-PARM, ...
      *****************************************************************
       01  ADDRESS-PICK-PARM.
           05  ADDRESS-PICK-TYPE           PIC X(01).
           05  ADDRESS-PICK-IDX            PIC 9(01).
           05  ADDRESS-PICK-RESULT         PIC X(01).
               88  ADDRESS-PICK-PREFERRED             VALUE 'P'.
               88  ADDRESS-PICK-FALLBACK              VALUE 'F'.
               88  ADDRESS-PICK-NONE                  VALUE 'N'.
