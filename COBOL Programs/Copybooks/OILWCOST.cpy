      * OILWCOST.cpy - OILWCOST.DAT weighted supplier cost per oil,
      *                shared between GoodsReceived.cob (rolls the
      *                weighted average forward as each receipt lands
      *                at its PO's supplier cost, then folds in the
      *                freight, duty and customs charged against the
      *                PO) and the margin reporting that prices cost
      *                of goods sold; CycleCountPlan.cob values each
      *                oil's year of sales at it for the ABC classes.
      *                OW-QtyBasis is the quantity the average is
      *                built over.
      ******************************************************************
