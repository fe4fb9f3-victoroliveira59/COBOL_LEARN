      *****************************************************************
      * Copybook:  COLLMST
      * Purpose:   Collateral item master record, indexed on
      *            COLLMSTDD by CL-COLLATERAL-ID.  One record per
      *            pledged asset (vehicle, property or deposit) with
      *            its latest appraisal and the haircut applied to it
      *            as security.  The loans an item secures are on the
      *            COLLINK link file.  Maintained by MANTEM-GARANTIAS.
      *****************************************************************
       01  COLLATERAL-MASTER-RECORD.
           05  CL-COLLATERAL-ID        PIC X(10).
           05  CL-COLLATERAL-TYPE      PIC X(01).
               88  CL-VEHICLE                     VALUE 'V'.
               88  CL-PROPERTY                    VALUE 'P'.
               88  CL-DEPOSIT                     VALUE 'D'.
               88  CL-TYPE-VALID                  VALUE 'V' 'P' 'D'.
           05  CL-DESCRIPTION          PIC X(30).
           05  CL-CURRENCY-CODE        PIC X(03).
           05  CL-APPRAISAL-VALUE      PIC 9(11)V99.
           05  CL-APPRAISAL-DATE       PIC 9(08).
      *    Share of the appraisal value not counted as security.
           05  CL-HAIRCUT-PCT          PIC 9(3)V99.
           05  CL-STATUS               PIC X(01).
               88  CL-ACTIVE                      VALUE 'A'.
               88  CL-RELEASED                    VALUE 'R'.
           05  CL-LAST-CHANGE-DATE     PIC 9(08).
