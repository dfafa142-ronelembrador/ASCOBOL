      ******************************************************************
      * EXPCLAIM.cpy - EXPCLAIMHIST.DAT approved expense claim layout:
      *                one record per claim ExpenseClaim.cob has
      *                validated against the rates and limits on
      *                EXPRATES.DAT, stamped with the pay period that
      *                reimburses it. Read by PayrollRun.cob, which
      *                pays the period's claims as a non-taxable
      *                addition to net pay, and ExpenseAnalysis.cob
      *                (monthly analysis by cost centre and the
      *                expense journal for NlJournalGen).
      ******************************************************************
       01  ExpenseClaimRec.
           02  XC-EmpID                PIC 9(5).
      * The claimant's own reference from the claim form; an
      * employee's reference is accepted once only.
           02  XC-ClaimRef             PIC X(8).
           02  XC-Type                 PIC X.
               88  XC-Mileage-Claim        VALUE "M".
               88  XC-Subsistence          VALUE "S".
               88  XC-Supplies             VALUE "P".
           02  XC-ClaimDate            PIC 9(8).
      * For a mileage claim the amount is the kilometres at the
      * rate on EXPRATES.DAT, worked out when the claim is approved.
           02  XC-Amount               PIC 9(5)V99.
           02  XC-Mileage              PIC 9(5).
           02  XC-Approver             PIC X(8).
           02  XC-PayYear              PIC 9(4).
           02  XC-PayPeriod            PIC 99.
           02  XC-RecordedDate         PIC 9(8).
