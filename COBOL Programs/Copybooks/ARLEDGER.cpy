      *                reference was given and the payment is applied
      *                oldest-first. ArLedgerConvert is the one-off
      *                conversion seeding zero on an existing file.
      *                An invoice entry's AR-Amount is the invoice
      *                total including VAT (zero-rated on an EC
      *                supply), as printed on the invoice and the
      *                invoice register.
      *                AR-InvoiceNo is the invoice number AromaSales
      *                took from INVOICENUM.DAT for an invoice entry,
      *                and on a payment the number of the invoice the
      *                remittance named (zero when none was given).
      *                ArInvoiceConvert is the one-off conversion
      *                seeding zero on an existing file.
      ******************************************************************
       01  ArLedgerRec.
           02  AR-CustID               PIC 9(5).
           02  AR-TranDate             PIC 9(8).
      * A W entry is an authorized bad-debt write-off posted by
      * BadDebtWriteOff: it clears balance like a payment but is
      * reported in its own written-off category. An R entry is a
      * volume rebate credit note raised by RebateSettle, numbered
      * in AR-InvoiceNo from CREDITNUM.DAT; it clears balance like
      * an unreferenced payment. An L entry is late-payment
      * interest raised by ArLateInterest on an overdue invoice: it
      * is a debit like an invoice, with AR-RefDate and AR-InvoiceNo
      * naming the invoice charged and AR-TranDate the date interest
      * is charged up to. A C entry is a credit note raised by
      * DisputeMaint when a dispute is resolved in the customer's
      * favour: AR-RefDate and AR-InvoiceNo name the disputed
      * invoice and it is applied against it like a referenced
      * payment, the credit note's own number being kept on the
      * dispute register. An X entry is the realised exchange
      * difference CashReceipts posts when a foreign-currency
      * receipt is applied to a foreign-currency item: AR-RefDate
      * and AR-InvoiceNo name the item and it is applied against it
      * like a referenced payment, a positive amount being a loss
      * (the receipt was worth fewer euro than the item was booked
      * at) and a negative amount a gain. AR-Credit-Entry covers
      * every type that reduces the balance.
           02  AR-TranType             PIC X.
               88  AR-Invoice              VALUE "I".
               88  AR-Payment              VALUE "P".
               88  AR-WriteOff             VALUE "W".
               88  AR-RebateCredit         VALUE "R".
               88  AR-Interest             VALUE "L".
               88  AR-CreditNote           VALUE "C".
               88  AR-FxDifference         VALUE "X".
               88  AR-Credit-Entry         VALUE "P" "W" "R" "C" "X".
           02  AR-Amount               PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           02  AR-RefDate              PIC 9(8).
           02  AR-InvoiceNo            PIC 9(6).
      * AR-Amount is always the euro value every reader balances on.
      * An invoice or receipt in a foreign currency also carries the
      * currency code, the amount in that currency and the EURxxx
      * rate it was converted at (currency units to the euro). The
      * code is blank on euro entries and on entries written before
      * the fields existed, and the two numbers are then not used.
           02  AR-CurrencyCode         PIC X(3).
               88  AR-Euro-Entry           VALUE SPACES "EUR".
           02  AR-CurrAmount           PIC S9(7)V99
                   SIGN IS LEADING SEPARATE.
           02  AR-ExchRate             PIC 9(3)V9(5).
