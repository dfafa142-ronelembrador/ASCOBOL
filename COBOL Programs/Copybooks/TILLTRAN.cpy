      ******************************************************************
      * TILLTRAN.cpy - TILLTRANS.DAT till transaction layout shared
      *                between ShopReconciliation.cob (tender
      *                reconciliation), TillSalesRecon.cob (item
      *                value against tendered value) and
      *                ShopSalesPost.cob (post-close stock relief and
      *                shop sales history). One record per till
      *                transaction: the tendered ShopTotal, then the
      *                transaction number, the shop's branch and up
      *                to 20 line items of oil, unit size (1 = 2ML,
      *                2 = 5ML, 3 = 9ML) and quantity. Records from
      *                tills not yet sending items read with the item
      *                count blank. A refund or a void carries the
      *                number of the transaction it reverses, a reason
      *                code and the operator ID of the supervisor who
      *                authorised it; ShopTotal is the amount paid
      *                back or voided. Records written before the type
      *                existed read back blank, which is a sale.
      ******************************************************************
       01  TillTransRec.
           02  TT-CashierID            PIC 9(3).
           02  ShopTotal               PIC 9(5)V99.
           02  TT-TenderType           PIC X.
               88  TT-Cash                 VALUE "C".
               88  TT-Card                 VALUE "K".
               88  TT-Voucher              VALUE "V".
               88  TT-Points               VALUE "L".
           02  TT-TranTime             PIC 9(4).
           02  TT-TranNo               PIC 9(6).
           02  TT-Branch               PIC 99.
           02  TT-ItemCount            PIC 99.
           02  TT-Item OCCURS 20 TIMES.
               03  TI-OilNum           PIC 99.
               03  TI-UnitSize         PIC 9.
               03  TI-Qty              PIC 9(3).
           02  TT-TranType             PIC X.
               88  TT-Sale                 VALUE SPACE "S".
               88  TT-Refund               VALUE "R".
               88  TT-Void                 VALUE "V".
           02  TT-OrigTranNo           PIC 9(6).
           02  TT-ReasonCode           PIC XX.
           02  TT-SupervisorID         PIC X(8).
