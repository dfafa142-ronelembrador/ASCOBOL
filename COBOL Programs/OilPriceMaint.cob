           COPY OILPRICE.

       FD  TransactionFile.
           COPY OILPTRAN.

       WORKING-STORAGE SECTION.
       01  WS-OilPrice-Count           PIC 9(3) VALUE ZERO.
