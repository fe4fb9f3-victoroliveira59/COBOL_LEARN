      *                  loan master's embedded reserved-key control
      *                  records are copied as data but excluded
      *                  from the wrapper count and hash.
      * 15/10/26 MAINT   Customer unload layout carries the returned-
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

        FD  OPS-LOG-FILE
            RECORDING MODE IS F.
