      ******************************************************************
      * PAYRESULT.cpy - PAYRESULTS.DAT record layout shared between
      *                 PayrollRun.cob (one record per employee paid
      *                 by the run: the period's figures as computed
      *                 and the year-to-date position after posting)
      *                 and PayrollSubmit.cob (the per-period payroll
      *                 submission to Revenue). Rewritten by every
      *                 run except REPRINT. A SUPPLE run carries the
      *                 supplementary delta; a REVERSAL run carries
      *                 the figures backed out, with the year-to-date
      *                 position after the reversal.
      ******************************************************************
       01  PayResultRec.
           02  RR-EmpID                PIC 9(5).
           02  RR-EmpName              PIC X(20).
           02  RR-PPSN                 PIC X(9).
           02  RR-PayYear              PIC 9(4).
           02  RR-PayPeriod            PIC 99.
           02  RR-RunType              PIC X.
               88  RR-Normal-Run           VALUE "N".
               88  RR-Supple-Run           VALUE "S".
               88  RR-Reversal-Run         VALUE "R".
           02  RR-RunDate              PIC 9(8).
           02  RR-Gross                PIC 9(6)V99.
           02  RR-Tax                  PIC 9(6)V99.
      * Emergency tax given back in the tax certificate period; RR-Tax
      * is then zero.
           02  RR-TaxRefund            PIC 9(6)V99.
           02  RR-PRSI                 PIC 9(6)V99.
           02  RR-Pension              PIC 9(6)V99.
      * Voluntary and third-party deductions and net pay.
           02  RR-OtherDed             PIC 9(6)V99.
           02  RR-Net                  PIC 9(6)V99.
           02  RR-YtdGross             PIC 9(8)V99.
           02  RR-YtdTax               PIC 9(8)V99.
           02  RR-YtdPRSI              PIC 9(8)V99.
           02  RR-YtdPension           PIC 9(8)V99.
