      ******************************************************************
      * VATTRANS.cpy - VATTRANS.DAT record layout shared between
      *                AromaSalesRpt01.cob (writes one output entry
      *                per priced sales line and delivery charge,
      *                returns carried as negative sales),
      *                ApLedgerPost.cob (writes the input VAT on each
      *                supplier invoice it posts), SupplierReturn.cob
      *                (reverses the input VAT on each debit note),
      *                DisputeMaint.cob and RebateSettle.cob (reverse
      *                the output VAT on each credit note they raise),
      *                NlJournalGen.cob (the day's output VAT
      *                journal) and VatReturn.cob (the period VAT
      *                return). The file
      *                accumulates across the VAT period; VatReturn
      *                selects on VatPeriod.
      ******************************************************************
       01  VatTransRec.
           02  VatRate             PIC 9V99.
           02  Sales               PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
      * Sales is the net value the VAT is charged on - the sales line
      * for output VAT, the supplier invoice in euro for input VAT.
      * Entries written before the direction existed read back blank
      * and are output VAT, at the standard rate unless VatRate is
      * zero.
           02  VatDirection        PIC X.
               88  Vat-Output          VALUE SPACE "O".
               88  Vat-Input           VALUE "I".
           02  VatPeriod           PIC 9(6).
           02  VatRateCode         PIC X.
               88  Vat-Standard        VALUE "S".
               88  Vat-Reduced         VALUE "R".
               88  Vat-Zero            VALUE "Z".
           02  VatTranDate         PIC 9(8).
      * The customer or supplier and the document the entry backs -
      * the AromaSales invoice number or the supplier's invoice.
           02  VatParty            PIC 9(5).
           02  VatReference        PIC X(10).
