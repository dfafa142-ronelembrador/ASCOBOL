      *              One open-item entry per supplier invoice or
      *              payment, keyed on the SUP-Code of SUPPLIER.DAT
      *              with the supplier's invoice number as the item.
      *              A D entry is a debit note raised by
      *              SupplierReturn.cob for stock sent back to the
      *              supplier, numbered DNnnnnnn from DEBITNUM.DAT;
      *              its amount is held positive and it reduces what
      *              is owed, so the next payment run nets it off the
      *              supplier's due invoices. An X entry is the
      *              realised exchange difference ApPaymentRun posts
      *              when a foreign-currency item is paid: it is
      *              applied against the item it names like a
      *              payment, a positive amount being a gain (the
      *              payment cost fewer euro than the item was booked
      *              at) and a negative amount a loss.
      ******************************************************************
       01  ApLedgerRec.
           02  AP-SupplierCode         PIC 9(3).
           02  AP-TranType             PIC X.
               88  AP-Invoice              VALUE "I".
               88  AP-Payment              VALUE "P".
               88  AP-DebitNote            VALUE "D".
               88  AP-FxDifference         VALUE "X".
           02  AP-Amount               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
      * AP-Amount is always the euro value every reader balances on.
      * An entry for a foreign-currency supplier also carries the
      * currency code, the amount in that currency and the EURxxx
      * rate it was converted at (currency units to the euro). The
      * code is blank on euro entries and on entries written before
      * the fields existed, and the two numbers are then not used.
           02  AP-CurrencyCode         PIC X(3).
               88  AP-Euro-Entry           VALUE SPACES "EUR".
           02  AP-CurrAmount           PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           02  AP-ExchRate             PIC 9(3)V9(5).
