      ******************************************************************
      * PRICETRAN.cpy - PRICEMAINT.DAT pricing-master transaction
      *                 layout, read by PricingMaint.cob. PT-File says
      *                 which master the transaction is for; the body
      *                 is laid out exactly as that master's record,
      *                 and a change carries the whole record. The
      *                 record key - customer/oil/size, promotion code
      *                 or set number - picks the record changed or
      *                 deleted.
      ******************************************************************
       01  PricingTranRec.
           02  PT-File                 PIC X.
               88  PT-CustPrice            VALUE "C".
               88  PT-Promo                VALUE "P".
               88  PT-Bundle               VALUE "B".
           02  PT-Action               PIC X.
               88  PT-Add                  VALUE "A".
               88  PT-Change               VALUE "C".
               88  PT-Delete               VALUE "D".
           02  PT-Body                 PIC X(43).
           02  PT-CustPrice-Body REDEFINES PT-Body.
               03  PT-CustID           PIC 9(5).
               03  PT-OilNum           PIC 99.
               03  PT-UnitSize         PIC 9.
               03  PT-ContractPrice    PIC 99V99.
               03  PT-DiscountPct      PIC V99.
               03  FILLER              PIC X(29).
           02  PT-Promo-Body REDEFINES PT-Body.
               03  PT-PromoCode        PIC X(6).
               03  PT-Scope            PIC X.
               03  PT-PrOilNum         PIC 99.
               03  PT-PrUnitSize       PIC 9.
               03  PT-PrDiscountPct    PIC V99.
               03  PT-StartDate        PIC 9(8).
               03  PT-EndDate          PIC 9(8).
               03  FILLER              PIC X(15).
           02  PT-Bundle-Body REDEFINES PT-Body.
               03  PT-SetNum           PIC 99.
               03  PT-SetName          PIC X(20).
               03  PT-SetPrice         PIC 9(3)V99.
               03  PT-Components OCCURS 4 TIMES.
                   04  PT-CompOilNum   PIC 99.
                   04  PT-CompUnitSize PIC 9.
                   04  PT-CompQty      PIC 9.
