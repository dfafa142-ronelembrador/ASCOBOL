      *               payments) and RentArrears.cob (months-in-arrears
      *               from the running balance). One entry per charge
      *               raised or payment received, keyed on the
      *               TR-TenantID of the tenant rent file. A rent
      *               direct debit posts as type "D"; when the bank
      *               returns it unpaid, RentDdReturns.cob writes a
      *               type "R" reversal, which puts the amount back on
      *               the balance just as a charge does. A tenant's
      *               share of a utility bill recharged by
      *               UtilRecharge.cob posts as type "U", a debit on
      *               the balance kept apart from the monthly rent
      *               charge.
      ******************************************************************
       01  TenantLedgerRec.
           02  TL-TenantID             PIC 9(5).
           02  TL-TranType             PIC X.
               88  TL-Charge               VALUE "C".
               88  TL-Payment              VALUE "P".
               88  TL-DirectDebit          VALUE "D".
               88  TL-Returned             VALUE "R".
               88  TL-Utility              VALUE "U".
               88  TL-Debit                VALUE "C" "R" "U".
           02  TL-Amount               PIC 9(5)V99.
