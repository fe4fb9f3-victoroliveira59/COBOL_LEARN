      *                  and hash again before the file may go live.
      *                  Any disagreement ends with a nonzero return
      *                  code and an out-of-balance verdict.
      * 15/10/26 MAINT   Customer reload layout carries the returned-
      *                  mail marks now on CUSTMAST
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
            CM-MAILING-ADDR BY UM-MAILING-ADDR,
            CM-HOUSE-NUMBER BY UM-HOUSE-NUMBER,
            CM-COUNTRY BY UM-COUNTRY,
            CM-PINCODE BY UM-PINCODE,
            CM-ADDRESS-MAIL-STATUS BY UM-ADDRESS-MAIL-STATUS,
            CM-RETURNED-FLAG BY UM-RETURNED-FLAG,
            CM-ADDR-UNDELIVERABLE BY UM-ADDR-UNDELIVERABLE,
            CM-RETURNED-DATE BY UM-RETURNED-DATE.

        FD  LOAN-MASTER
            RECORDING MODE IS F.
