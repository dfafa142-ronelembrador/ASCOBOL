      * details are corrected and BankReturnsPost reissues.
           02  EM-BankHold             PIC X.
               88  EM-Bank-Held            VALUE "H".
      * Personal public service number the employee is reported to
      * Revenue under on each period's payroll submission; blank
      * until keyed, and reported as a warning by PayrollSubmit.
           02  EM-PPSN                 PIC X(9).
      * New-starter tax position, keyed through EmployeeMaint's
      * starter and tax-certificate transactions. E means no
      * certificate yet: PayrollRun taxes on the emergency basis
      * from TAXBANDS.DAT. Pay and tax from previous employment in
      * the start year count towards the cumulative recalculation
      * PayrollRun makes in the true-up period - the first period
      * after the certificate arrives - refunding or collecting the
      * difference from what was deducted. Zero start date and a
      * blank basis read as an existing employee on a certificate.
           02  EM-StartDate            PIC 9(8).
           02  EM-TaxBasis             PIC X.
               88  EM-Emergency-Tax        VALUE "E".
           02  EM-PrevPay              PIC 9(6)V99.
           02  EM-PrevTax              PIC 9(6)V99.
           02  EM-TrueUpYear           PIC 9(4).
           02  EM-TrueUpPeriod         PIC 99.
