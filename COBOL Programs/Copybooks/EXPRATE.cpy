      ******************************************************************
      * EXPRATE.cpy - EXPRATES.DAT expense rates and limits: one
      *               record per claim type, read by ExpenseClaim.cob
      *               to price mileage and hold claims to policy, and
      *               by ExpenseAnalysis.cob for the type's report
      *               caption. A type not on the file cannot be
      *               claimed.
      ******************************************************************
       01  ExpenseRateRec.
           02  ER-Type                 PIC X.
           02  ER-Description          PIC X(12).
      * Euro per kilometre; non-zero makes the type a mileage claim,
      * priced from the kilometres claimed.
           02  ER-MileRate             PIC 9V9(4).
      * Most that one claim, and one employee's claims of the type
      * dated in one calendar month, may come to. Zero is no limit.
           02  ER-ClaimLimit           PIC 9(5)V99.
           02  ER-MonthLimit           PIC 9(5)V99.
