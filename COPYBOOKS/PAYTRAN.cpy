           05  PT-CURRENCY-CODE        PIC X(03).
      *    Blank records predate the transaction code and post as
      *    ordinary payments.  'R' reverses a previously journaled
      *    payment (NSF/bounced-cheque backout).  'E' is a partial
      *    prepayment: it posts as a payment and the remaining
      *    schedule is recut from the new balance as the borrower
      *    chose in PT-PREPAY-OPTION.
           05  PT-TRAN-CODE            PIC X(01).
               88  PT-PAYMENT                     VALUES 'P' ' '.
               88  PT-REVERSAL                    VALUE 'R'.
               88  PT-PREPAYMENT                  VALUE 'E'.
      *    'T' keeps the installment and shortens the term, 'I'
      *    keeps the term and lowers the installment.  Blank on
      *    every other transaction.
           05  PT-PREPAY-OPTION        PIC X(01).
               88  PT-KEEP-INSTALLMENT            VALUE 'T'.
               88  PT-KEEP-TERM                   VALUE 'I'.
      *    How the money arrived: 'C' cash at the branch, 'K'
      *    cheque, 'T' transfer, 'B' boleto settled through the bank
      *    return, 'D' direct debit.  Blank records predate the
      *    field and came over the branch counter, so they are
      *    treated as cash.
           05  PT-PAYMENT-METHOD       PIC X(01).
               88  PT-METHOD-CASH                 VALUES 'C' ' '.
               88  PT-METHOD-CHEQUE               VALUE 'K'.
               88  PT-METHOD-TRANSFER             VALUE 'T'.
               88  PT-METHOD-BOLETO               VALUE 'B'.
               88  PT-METHOD-DEBIT                VALUE 'D'.
