      *              expiry date and the date it was received. Written
      *              and consumed oldest-receipt-first by
      *              GoodsReceived.cob; read by ExpiryReport.cob
      *              (expiring-stock report), RecallExtract.cob and
      *              PickList.cob (lots named earliest expiry first);
      *              drawn down by SupplierReturn.cob when a lot goes
      *              back to the supplier.
      ******************************************************************
       01  OilLotRec.
           02  LOT-OilNum              PIC 99.
