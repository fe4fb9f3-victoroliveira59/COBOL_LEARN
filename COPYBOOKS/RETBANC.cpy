      *****************************************************************
      * Copybook:  RETBANC
      * Purpose:   Collecting bank's slip return file, read by
      *            IMPORTA-RETORNO from RETBANDD.  Fixed layout with
      *            the bank's own header ('0'), one detail ('1') per
      *            slip event and a trailer ('9') carrying the bank's
      *            detail count and amount totals.  The three 01s
      *            share the record area under the FD.
      *****************************************************************
       01  RETURN-HEADER-RECORD.
           05  RB-HDR-RECORD-TYPE      PIC X(01).
               88  RB-HEADER                      VALUE '0'.
           05  RB-HDR-BANK-CODE        PIC 9(03).
           05  RB-HDR-BENEFICIARY      PIC 9(07).
           05  RB-HDR-FILE-DATE        PIC 9(08).
      *    Bank's sequence number for the file; with the bank and
      *    beneficiary it identifies a return file.
           05  RB-HDR-FILE-SEQ         PIC 9(06).
           05  FILLER                  PIC X(35).
       01  RETURN-DETAIL-RECORD.
           05  RB-DTL-RECORD-TYPE      PIC X(01).
               88  RB-DETAIL                      VALUE '1'.
      *    Slip number as printed by EMITE-BOLETOS: loan account,
      *    installment period and a sequence digit.
           05  RB-DTL-SLIP-NUMBER.
               10  RB-DTL-SLIP-ACCOUNT PIC X(10).
               10  RB-DTL-SLIP-PERIOD  PIC 9(03).
               10  RB-DTL-SLIP-SEQ     PIC 9(01).
      *    Bank occurrence code: 06 settled, 17 settled after
      *    write-off by the bank; anything else (registered,
      *    rejected, written off) carries no money.
           05  RB-DTL-OCCURRENCE       PIC X(02).
               88  RB-SETTLED                     VALUES '06' '17'.
           05  RB-DTL-PAYMENT-DATE     PIC 9(08).
           05  RB-DTL-CREDIT-DATE      PIC 9(08).
           05  RB-DTL-AMOUNT-PAID      PIC 9(11)V99.
           05  RB-DTL-TARIFF           PIC 9(07)V99.
       01  RETURN-TRAILER-RECORD.
           05  RB-TRL-RECORD-TYPE      PIC X(01).
               88  RB-TRAILER                     VALUE '9'.
           05  RB-TRL-DETAIL-COUNT     PIC 9(07).
           05  RB-TRL-TOTAL-PAID       PIC 9(13)V99.
           05  RB-TRL-TOTAL-TARIFF     PIC 9(11)V99.
           05  FILLER                  PIC X(24).
