      ******************************************************************
      * SUPPCPEND.cpy - SUPPCOSTPEND.DAT supplier price changes held
      *                 back from SUPPCOST.DAT: one record per change
      *                 off the supplier price-list feed, written by
      *                 SupplierPriceLoad.cob when the change is
      *                 future-dated or moves the cost by more than
      *                 the review percentage. SuppCostReview.cob
      *                 records the buyer's approval or decline of a
      *                 held move; SupplierPriceLoad applies future and
      *                 approved changes once their effective date is
      *                 reached. Settled records stay on the file with
      *                 the buyer and date as the sign-off record.
      ******************************************************************
       01  SuppCostPendRec.
           02  SP-SupplierCode         PIC 9(3).
           02  SP-OilNum               PIC 99.
           02  SP-EffectiveDate        PIC 9(8).
           02  SP-OldCost              PIC 99V99.
           02  SP-NewCost              PIC 99V99.
           02  SP-MovePct              PIC S9(3)V99
                   SIGN IS LEADING SEPARATE.
           02  SP-LoadDate             PIC 9(8).
           02  SP-Status               PIC X.
               88  SP-Future               VALUE "F".
               88  SP-Awaiting-Review      VALUE "R".
               88  SP-Approved             VALUE "A".
               88  SP-Declined             VALUE "D".
               88  SP-Applied              VALUE "P".
               88  SP-Superseded           VALUE "S".
           02  SP-ReviewDate           PIC 9(8).
           02  SP-ReviewBy             PIC X(8).
