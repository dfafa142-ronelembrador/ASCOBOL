      ******************************************************************
      * TILLACTH.cpy - TILLACTHIST.DAT daily per-cashier till
      *                activity: sales, refunds and voids with the
      *                refund and void values. Appended by
      *                ShopReconciliation.cob from the day's till
      *                transactions and read by CashierRefundReview.cob
      *                for the weekly refund and void rate review.
      ******************************************************************
       01  TillActHistRec.
           02  AH-RunDate              PIC 9(8).
           02  AH-CashierID            PIC 9(3).
           02  AH-SaleCount            PIC 9(5).
           02  AH-RefundCount          PIC 9(5).
           02  AH-RefundValue          PIC 9(7)V99.
           02  AH-VoidCount            PIC 9(5).
           02  AH-VoidValue            PIC 9(7)V99.
           02  AH-UnauthCount          PIC 9(5).
