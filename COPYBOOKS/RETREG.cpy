      *****************************************************************
      * Copybook:  RETREG
      * Purpose:   Register of bank return files already imported,
      *            appended by IMPORTA-RETORNO to RETREGDD, one record
      *            per file accepted.  A file whose bank, beneficiary
      *            and sequence number are already registered is a
      *            resend and is refused.
      *****************************************************************
       01  RETURN-REGISTER-RECORD.
           05  RG-BANK-CODE            PIC 9(03).
           05  RG-BENEFICIARY          PIC 9(07).
           05  RG-FILE-SEQ             PIC 9(06).
           05  RG-FILE-DATE            PIC 9(08).
           05  RG-DETAIL-COUNT         PIC 9(07).
           05  RG-TOTAL-PAID           PIC 9(13)V99.
           05  RG-IMPORTED-DATE        PIC 9(08).
