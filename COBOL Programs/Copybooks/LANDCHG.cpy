      ******************************************************************
      * LANDCHG.cpy - LANDCOST.DAT landed-cost charges: freight, duty
      *               and customs charges raised against an import
      *               purchase order, keyed by PO number. Read by
      *               GoodsReceived.cob, which spreads each charge over
      *               the PO's received lines by quantity or by value
      *               and folds it into the oil's weighted cost. A
      *               charge stays on the file until its PO has been
      *               received.
      ******************************************************************
       01  LandedChargeRec.
           02  LCG-PONumber            PIC 9(6).
           02  LCG-ChargeType          PIC X.
               88  LCG-Freight             VALUE "F".
               88  LCG-Duty                VALUE "D".
               88  LCG-Customs             VALUE "C".
           02  LCG-Amount              PIC 9(7)V99.
      * Spread basis: Q (or blank) by quantity received, V by PO
      * value received.
           02  LCG-Basis               PIC X.
               88  LCG-By-Value            VALUE "V".
           02  LCG-Reference           PIC X(12).
