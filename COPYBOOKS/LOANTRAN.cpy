               88  LT-MODIFY                      VALUE 'M'.
               88  LT-CLOSE                       VALUE 'C'.
               88  LT-SET-STATUS                  VALUE 'S'.
      *        Cost quote before signing: read only by CALCULA-CET,
      *        never sent to maintenance.
               88  LT-CET-QUOTE                   VALUE 'Q'.
      *        Checker's decision on a transaction held for approval.
               88  LT-APPROVAL                    VALUE 'K'.
           05  LT-ACCOUNT-NO           PIC X(10).
           05  LT-PRINCIPAL            PIC 9(9)V99.
           05  LT-RATE-PCT             PIC S9(3)V9(4).
      *    Product code; on an open, defaults and edits apply from
      *    the product master.
           05  LT-PRODUCT-CODE         PIC X(04).
      *    Operator who keyed the transaction; required on every
      *    transaction, and on a 'K' approval it is the checker.
           05  LT-OPERATOR-ID          PIC X(08).
      *    'K' approval only: the held item (account above, entry
      *    date and sequence as reported when it was held) and the
      *    decision, R release to the master or X reject.
           05  LT-PENDING-DATE         PIC 9(08).
           05  LT-PENDING-SEQ          PIC 9(05).
           05  LT-APPROVAL-ACTION      PIC X(01).
               88  LT-RELEASE                     VALUE 'R'.
               88  LT-REJECT                      VALUE 'X'.
