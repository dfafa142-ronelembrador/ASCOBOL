      ******************************************************************
      * PAYSUBREG.cpy - SUBMITREG.DAT payroll submission register
      *                 shared between PayrollSubmit.cob (appends one
      *                 "S" summary record per submission sent to
      *                 Revenue, followed by one "L" record per
      *                 employee line in it) and PaySubmitAck.cob
      *                 (matches Revenue's acknowledgement file to the
      *                 register and marks the submission and any
      *                 rejected employee lines). The submission id
      *                 is the pay year and period with a sequence
      *                 number, the id Revenue quotes back.
      ******************************************************************
       01  SubmitRegRec.
           02  SR-SubmissionID.
               03  SR-PayYear          PIC 9(4).
               03  SR-PayPeriod        PIC 99.
               03  SR-Sequence         PIC 9(3).
           02  SR-RecType              PIC X.
               88  SR-Summary-Rec          VALUE "S".
               88  SR-Line-Rec             VALUE "L".
           02  SR-Body                 PIC X(75).
           02  SR-Summary-Body REDEFINES SR-Body.
      * N normal, S supplementary - the PayrollRun the submission
      * was built from, and that run's date (the pay date reported).
               03  SR-RunType          PIC X.
               03  SR-RunDate          PIC 9(8).
               03  SR-SubmitType       PIC X.
                   88  SR-Original         VALUE "O".
                   88  SR-Correction       VALUE "C".
               03  SR-SubmitDate       PIC 9(8).
               03  SR-LineCount        PIC 9(5).
               03  SR-TotalGross       PIC 9(9)V99.
               03  SR-TotalTax         PIC 9(9)V99.
               03  SR-TotalPRSI        PIC 9(9)V99.
      * S sent and awaiting acknowledgement, A accepted, P accepted
      * with employee lines rejected, R rejected outright.
               03  SR-Status           PIC X.
                   88  SR-Awaiting-Ack     VALUE "S".
                   88  SR-Accepted         VALUE "A".
                   88  SR-Part-Rejected    VALUE "P".
                   88  SR-Rejected         VALUE "R".
               03  SR-AckDate          PIC 9(8).
               03  SR-RejectCount      PIC 9(5).
               03  FILLER              PIC X(5).
           02  SR-Line-Body REDEFINES SR-Body.
               03  SR-LineNo           PIC 9(5).
               03  SR-EmpID            PIC 9(5).
               03  SR-EmpName          PIC X(20).
               03  SR-PPSN             PIC X(9).
               03  SR-Gross            PIC 9(6)V99.
               03  SR-Tax              PIC 9(6)V99.
               03  SR-LineStatus       PIC X.
                   88  SR-Line-Rejected    VALUE "R".
               03  SR-ErrorCode        PIC X(6).
               03  FILLER              PIC X(13).
