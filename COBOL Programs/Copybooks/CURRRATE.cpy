      *                CurrencyRateLoad.cob (daily rate feed apply),
      *                AromaSalesRpt01.cob (EURUSD for the USD export)
      *                and CurrencyConvert.cob (IEPEUR for legacy Punt
      *                conversion). The EURxxx pairs also price the
      *                foreign-currency customer accounts: AromaSales
      *                invoices, CashReceipts converts receipts and
      *                ArFxRevalue restates open items at month end.
      *                One record per currency pair, carrying the
      *                rate in force and its rate date.
      ******************************************************************
       01  CurrencyRateRec.
           02  CR-CurrencyPair         PIC X(6).
