      ******************************************************************
      * OILABC.cpy - OILABC.DAT ABC stock classification: one record
      *              per oil, written by CycleCountPlan.cob from the
      *              oil's net sales value over the last twelve months
      *              (AROMASALEHIST.DAT units at the OILWCOST.DAT
      *              weighted cost). A is the small group carrying
      *              most of the value and is counted most often, C
      *              the long tail. Read by StockTake.cob to stamp the
      *              class on each count it records.
      ******************************************************************
       01  OilAbcRec.
           02  ABC-OilNum              PIC 99.
           02  ABC-Class               PIC X.
               88  ABC-Class-A             VALUE "A".
               88  ABC-Class-B             VALUE "B".
               88  ABC-Class-C             VALUE "C".
           02  ABC-Rank                PIC 99.
           02  ABC-AnnualValue         PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
           02  ABC-ClassDate           PIC 9(8).
