      *****************************************************************
      * Copybook:  COLLINK
      * Purpose:   Collateral-to-loan link record, indexed on
      *            COLLNKDD by CK-LINK-KEY (item then account), so
      *            an item may secure several loans and a loan may
      *            be secured by several items.  Maintained by
      *            MANTEM-GARANTIAS.
      *****************************************************************
       01  COLLATERAL-LINK-RECORD.
           05  CK-LINK-KEY.
               10  CK-COLLATERAL-ID    PIC X(10).
               10  CK-ACCOUNT-NO       PIC X(10).
           05  CK-LINK-DATE            PIC 9(08).
