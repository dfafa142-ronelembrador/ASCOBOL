      ******************************************************************
      * RATEHIST.cpy - CURRATEHIST.DAT currency-rate history: one
      *                record per rate CurrencyRateLoad accepts onto
      *                CURRENCYRATES.DAT, appended as it is applied,
      *                so a rate can be found for a past date.
      *                ApLedgerPost books a foreign supplier invoice
      *                at the latest rate dated on or before the
      *                invoice date.
      ******************************************************************
       01  RateHistRec.
           02  RH-CurrencyPair         PIC X(6).
           02  RH-Rate                 PIC 9(3)V9(5).
           02  RH-RateDate             PIC 9(8).
