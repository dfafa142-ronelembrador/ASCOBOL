      ******************************************************************
      * OILPRICE.cpy - OILPRICES.DAT record layout shared between
      *                AromaSalesRpt01.cob (price/stock load),
      *                OilPriceMaint.cob (maintenance),
      *                GoodsReceived.cob (stock posting) and
      *                PriceSimulate.cob (current prices for the
      *                price-change what-if) and SupplierReturn.cob
      *                (stock returned to supplier), ShopSalesPost.cob
      *                (shop counter sales) and TillSalesRecon.cob
      *                (pricing till line items). One record
      *                per oil per effective-from date, carrying the
      *                selling price for each of the three bottle
      *                sizes. Stock-on-hand is carried on the oil's
