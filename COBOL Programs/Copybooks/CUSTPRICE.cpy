      ******************************************************************
      * CUSTPRICE.cpy - CUSTPRICING.DAT per-customer pricing layout
      *                 shared between AromaSalesRpt01, PriceQuote and
      *                 WholesaleOrderLoad, maintained by
      *                 PricingMaint.cob. Each record is a contract
      *                 price for a specific oil/size, or a percentage
      *                 trade discount tier applied to the standard
      *                 price (CP-OilNum zero covers every oil,
      *                 CP-UnitSize zero every size). A contract price
      *                 wins over a discount.
      ******************************************************************
       01  CustPriceRec.
           02  CP-CustID               PIC 9(5).
           02  CP-OilNum               PIC 99.
           02  CP-UnitSize             PIC 9.
           02  CP-ContractPrice        PIC 99V99.
           02  CP-DiscountPct          PIC V99.
