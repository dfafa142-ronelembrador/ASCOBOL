      ******************************************************************
      * PAYDEDDET.cpy - PAYDEDDETAIL.DAT record layout shared between
      *                 PayrollRun.cob (one record per voluntary or
      *                 third-party deduction taken in the period,
      *                 with any amount the protected net pay or a
      *                 short net held back) and DeductRemit.cob
      *                 (remittance report per payee).
      ******************************************************************
       01  DeductDetailRec.
           02  DD2-EmpID               PIC 9(5).
           02  DD2-EmpName             PIC X(20).
           02  DD2-DedType             PIC X.
           02  DD2-PayeeCode           PIC X(8).
           02  DD2-PayeeName           PIC X(20).
           02  DD2-Reference           PIC X(15).
           02  DD2-Amount              PIC 9(6)V99.
           02  DD2-ShortAmt            PIC 9(6)V99.
           02  DD2-PayYear             PIC 9(4).
           02  DD2-PayPeriod           PIC 99.
