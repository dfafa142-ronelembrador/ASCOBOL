      ******************************************************************
      * SUPPMAST.cpy - SUPPLIER.DAT supplier master layout shared
      *                between the purchasing programs
      *                (PurchaseOrderGen, PoApprove, SupplierPerform,
      *                SupplierReturn, SupplierPriceLoad) and the
      *                accounts-payable programs (ApLedgerPost,
      *                ApPaymentRun, ApAgedCreditors), maintained by
      *                SupplierMaint.cob. SUP-OilFlag is "Y" for each
      *                oil number the supplier supplies.
      ******************************************************************
       01  SupplierRec.
           02  SUP-Code                PIC 9(3).
           02  SUP-Name                PIC X(20).
           02  SUP-LeadDays            PIC 9(3).
           02  SUP-OilFlags.
               03  SUP-OilFlag         PIC X OCCURS 30 TIMES.
      * The currency the supplier invoices and is paid in. Blank on
      * records written before the field existed, and on every euro
      * supplier, which reads as EUR. The rate is the EURxxx pair on
      * CURRENCYRATES.DAT.
           02  SUP-CurrencyCode        PIC X(3).
               88  SUP-Euro-Supplier       VALUE SPACES "EUR".
      * I once the supplier is deactivated: no longer ordered from,
      * but kept so its ledger history still has a name and it can
      * still be paid. Blank on records written before the field
      * existed, which reads as active.
           02  SUP-Status              PIC X.
               88  SUP-Active              VALUE SPACE "A".
               88  SUP-Inactive            VALUE "I".
