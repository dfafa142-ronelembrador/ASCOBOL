      ******************************************************************
      * SALEHIST.cpy - AROMASALEHIST.DAT record layout shared between
      *                AromaSalesRpt01.cob (appends one dated summary
      *                per oil per run), MonthEndSales.cob (monthly
      *                analysis), PriceSimulate.cob (volumes for
      *                the price-change what-if) and CycleCountPlan.cob
      *                (annual value for the ABC stock classes).
      *                ShopSalesPost.cob appends the shop counter's
      *                sales per oil under the shop channel.
      *                AROMASALES.DAT and
      *                AROMATOTALS.DAT are overwritten each run; this
      *                file is the period history that survives.
      ******************************************************************
       01  SaleHistRec.
           02  SH-RunDate              PIC 9(8).
           02  SH-ReturnUnits          PIC 9(5).
           02  SH-NetValue             PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
      * Sales channel: order sales through AromaSales, or the shop
      * counter. Blank on records written before the field existed,
      * which reads as order sales.
           02  SH-Channel              PIC X.
               88  SH-OrderSale            VALUE SPACE "O".
               88  SH-ShopSale             VALUE "S".
