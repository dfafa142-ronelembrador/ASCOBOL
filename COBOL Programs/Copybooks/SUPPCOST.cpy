      *                between SupplierInvMatch.cob (price-variance
      *                check in the three-way match) and the
      *                purchasing programs that cost an order.
      *                Kept current from the supplier price-list feed
      *                by SupplierPriceLoad.cob.
      ******************************************************************
       01  SuppCostRec.
           02  SC2-SupplierCode        PIC 9(3).
