      *               RECEIPT), BackorderRelease.cob (BACKFILL),
      *               StockTake.cob (STOCKTAKE, at branch level and
      *               for the net central adjustment) and
      *               StockTransfer.cob (XFER OUT, XFER IN) and
      *               SupplierReturn.cob (SUPPRETURN, at branch level
      *               and centrally) and ShopSalesPost.cob (SHOP
      *               SALE, at branch level and centrally); read by
      *               StockMoveInq.cob.
      ******************************************************************
       01  StockMoveRec.
