      ******************************************************************
      * BUNDLE.cpy - BUNDLE.DAT gift-set definitions shared between
      *              AromaSalesRpt01 and PriceQuote, maintained by
      *              PricingMaint.cob. A set sells as one priced line
      *              but relieves stock from up to four component
      *              oil/size/quantity entries (a zero component oil
      *              ends the list).
      ******************************************************************
       01  BundleRec.
           02  BU-SetNum               PIC 99.
           02  BU-SetName              PIC X(20).
           02  BU-SetPrice             PIC 9(3)V99.
           02  BU-Components OCCURS 4 TIMES.
               03  BU-CompOilNum       PIC 99.
               03  BU-CompUnitSize     PIC 9.
               03  BU-CompQty          PIC 9.
