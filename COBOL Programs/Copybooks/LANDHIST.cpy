      ******************************************************************
      * LANDHIST.cpy - LANDEDHIST.DAT landed-cost history, appended by
      *                GoodsReceived.cob with one record per costed
      *                receipt line (PO unit cost plus the freight,
      *                duty and customs allocated to it) and read by
      *                LandedCostRpt.cob. A charge that arrives after
      *                its PO was received is recorded against the
      *                PO's lines with a zero quantity.
      ******************************************************************
       01  LandedHistRec.
           02  LDH-PostDate            PIC 9(8).
           02  LDH-PONumber            PIC 9(6).
           02  LDH-OilNum              PIC 99.
           02  LDH-Qty                 PIC 9(5).
           02  LDH-UnitCost            PIC 99V99.
           02  LDH-Freight             PIC 9(7)V99.
           02  LDH-Duty                PIC 9(7)V99.
           02  LDH-Customs             PIC 9(7)V99.
