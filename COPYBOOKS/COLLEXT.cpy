      *****************************************************************
      * Copybook:  COLLEXT
      * Purpose:   Secured/unsecured extract written monthly by
      *            AVALIA-GARANTIAS to LTVEXTDD, one record per live
      *            loan in base currency, between FEEDHT header and
      *            trailer records ('COLLTV  ', hash = principal).
      *            The collateral value is the loan's pro-rata share
      *            of the appraisal of every item securing it; the
      *            secured amount is the share after haircut, never
      *            more than the principal.  Read by EXPOE-CLIENTES.
      *****************************************************************
       01  COLLATERAL-EXTRACT-RECORD.
           05  LX-ACCOUNT-NO           PIC X(10).
           05  LX-CUSTOMER-ID          PIC 9(5).
           05  LX-PRODUCT-CODE         PIC X(04).
           05  LX-CURRENCY-CODE        PIC X(03).
           05  LX-BASE-PRINCIPAL       PIC 9(13)V99.
           05  LX-COLLATERAL-VALUE     PIC 9(13)V99.
           05  LX-SECURED-AMOUNT       PIC 9(13)V99.
           05  LX-UNSECURED-AMOUNT     PIC 9(13)V99.
      *    Zero when the loan has no collateral.
           05  LX-LTV-PCT              PIC 9(5)V99.
           05  LX-OVER-LIMIT-FLAG      PIC X(01).
               88  LX-OVER-LIMIT                  VALUE 'Y'.
           05  LX-STALE-FLAG           PIC X(01).
               88  LX-STALE-APPRAISAL             VALUE 'Y'.
           05  LX-AS-OF-DATE           PIC 9(08).
