               03  TC-START-DATE       PIC 9(08).
               03  TC-END-DATE         PIC 9(08).
               03  TC-STATUS           PIC X(01).
               03  TC-CORRECTION-END   PIC 9(08).
