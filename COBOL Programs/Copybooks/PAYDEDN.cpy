      ******************************************************************
      * PAYDEDN.cpy - PAYDEDUCT.DAT deductions master layout: one
      *               record per voluntary or third-party deduction
      *               an employee carries (union dues, health
      *               insurance, savings scheme, court-ordered
      *               attachment). Read and rewritten by
      *               PayrollRun.cob, which takes the deductions after
      *               the statutory ones and keeps the running total
      *               taken; the payee is carried through to
      *               PAYDEDDETAIL.DAT for DeductRemit.cob.
      ******************************************************************
       01  PayDeductionRec.
           02  VD-EmpID                PIC 9(5).
           02  VD-DedType              PIC X.
               88  VD-Union                VALUE "U".
               88  VD-Health               VALUE "H".
               88  VD-Savings              VALUE "S".
               88  VD-CourtOrder           VALUE "C".
               88  VD-Other                VALUE "O".
      * Who the deduction is paid over to, and the employee's member
      * number or the court's order reference with that payee.
           02  VD-PayeeCode            PIC X(8).
           02  VD-PayeeName            PIC X(20).
           02  VD-Reference            PIC X(15).
      * F takes VD-Amount each period; P takes VD-Pct of gross.
           02  VD-Method               PIC X.
               88  VD-Fixed                VALUE "F".
               88  VD-Percent              VALUE "P".
           02  VD-Amount               PIC 9(5)V99.
           02  VD-Pct                  PIC V9(4).
      * Taken on runs dated within the range; a zero stop date runs
      * until further notice.
           02  VD-StartDate            PIC 9(8).
           02  VD-StopDate             PIC 9(8).
      * A non-zero total to reach (a loan, a fixed court sum) stops
      * the deduction once VD-TakenToDate gets there; the last
      * period takes only the balance.
           02  VD-TargetTotal          PIC 9(7)V99.
           02  VD-TakenToDate          PIC 9(7)V99.
      * Court orders only: the protected net pay the attachment may
      * never take the employee below.
           02  VD-ProtectedNet         PIC 9(5)V99.
