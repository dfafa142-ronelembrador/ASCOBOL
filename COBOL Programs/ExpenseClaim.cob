      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validates staff expense claims in place of the
      *          separate expense cheque. Each mileage, subsistence
      *          or supplies claim on EXPCLAIMS.DAT - employee, claim
      *          reference, type, date, amount or kilometres and the
      *          approving operator - is checked against
      *          EMPLOYEEMAST.DAT, OPERATOR.DAT and the rates and
      *          limits on EXPRATES.DAT. Mileage is priced at the
      *          type's rate per kilometre. A claim over the type's
      *          per-claim limit, or taking the employee's claims of
      *          the type for the month over the monthly limit, goes
      *          to the shared exceptions file with the other
      *          rejections. Approved claims are appended to
      *          EXPCLAIMHIST.DAT for the next pay period after the
      *          last one posted, and PayrollRun reimburses them
      *          there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimTranFile ASSIGN TO "EXPCLAIMS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ClaimTran-Status.
           SELECT ClaimHistFile ASSIGN TO "EXPCLAIMHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ClaimHist-Status.
           SELECT ExpenseRateFile ASSIGN TO "EXPRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExpenseRate-Status.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Operator-Status.
           SELECT PeriodCtlFile ASSIGN TO "PAYPERIODCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PeriodCtl-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ClaimTranFile.
       01  ClaimTranRec.
           02  CT-EmpID                PIC 9(5).
           02  CT-ClaimRef             PIC X(8).
           02  CT-Type                 PIC X.
           02  CT-ClaimDate            PIC 9(8).
           02  CT-Amount               PIC 9(5)V99.
           02  CT-Mileage              PIC 9(5).
           02  CT-Approver             PIC X(8).

       FD  ClaimHistFile.
           COPY EXPCLAIM.

       FD  ExpenseRateFile.
           COPY EXPRATE.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  OperatorFile.
           COPY OPERMAST.

       FD  PeriodCtlFile.
       01  PeriodCtlRec.
           02  PC-PayYear              PIC 9(4).
           02  PC-PayPeriod            PIC 99.

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-ClaimTran-Status         PIC XX.
       01  WS-ClaimHist-Status         PIC XX.
       01  WS-ExpenseRate-Status       PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-Operator-Status          PIC XX.
       01  WS-PeriodCtl-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Next-PayYear             PIC 9(4) VALUE ZERO.
       01  WS-Next-PayPeriod           PIC 99 VALUE ZERO.

       01  WS-Eof-Switches.
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-Rate-Eof             PIC X VALUE "N".
               88  Rate-Eof                VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".
           02  WS-Operator-Eof         PIC X VALUE "N".
               88  Operator-Eof            VALUE "Y".

       01  WS-Emp-Count                PIC 9(4) VALUE ZERO.
       01  EmpTable.
           02 Emp-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 ET-EmpID                 PIC 9(5).
               03 ET-LeaveDate             PIC 9(8).
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Emp-Found-Idx            PIC 9(4).
       01  WS-Emp-Found                PIC X VALUE "N".
           88  Emp-Found                   VALUE "Y".

       01  WS-Oper-Count               PIC 9(3) VALUE ZERO.
       01  OperTable.
           02 Oper-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Oper-Count.
               03 OT-OperId                PIC X(8).
       01  WS-Oper-Idx                 PIC 9(3).
       01  WS-Oper-Found               PIC X VALUE "N".
           88  Oper-Found                  VALUE "Y".

       01  WS-Rate-Count               PIC 99 VALUE ZERO.
       01  RateTable.
           02 Rate-Entry OCCURS 20 TIMES
                   DEPENDING ON WS-Rate-Count.
               03 RT-Type                  PIC X.
               03 RT-MileRate              PIC 9V9(4).
               03 RT-ClaimLimit            PIC 9(5)V99.
               03 RT-MonthLimit            PIC 9(5)V99.
       01  WS-Rate-Idx                 PIC 99.
       01  WS-Rate-Found-Idx           PIC 99.
       01  WS-Rate-Found               PIC X VALUE "N".
           88  Rate-Found                  VALUE "Y".

      * Claims already approved, with this run's approvals added as
      * they are written, for the duplicate and monthly-limit checks.
       01  WS-Claim-Count              PIC 9(4) VALUE ZERO.
       01  WS-Claim-Limit              PIC 9(4) VALUE 5000.
       01  WS-Claim-Table-Full         PIC X VALUE "N".
           88  Claim-Table-Full            VALUE "Y".
       01  ClaimTable.
           02 Claim-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Claim-Count.
               03 CL-EmpID                 PIC 9(5).
               03 CL-ClaimRef              PIC X(8).
               03 CL-Type                  PIC X.
               03 CL-Month                 PIC 9(6).
               03 CL-Amount                PIC 9(5)V99.
       01  WS-Claim-Idx                PIC 9(4).
       01  WS-Duplicate                PIC X VALUE "N".
           88  Duplicate-Found             VALUE "Y".
       01  WS-Month-Total              PIC 9(7)V99.

       01  WS-Claim-Amount             PIC 9(5)V99.
       01  WS-Tran-Ok                  PIC X VALUE "Y".
           88  Tran-Ok                     VALUE "Y".
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Read-Count               PIC 9(5) VALUE ZERO.
       01  WS-Accepted-Count           PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Accepted-Total           PIC 9(7)V99 VALUE ZERO.

       01  WS-Exc-Key.
           02  XK-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  XK-ClaimRef             PIC X(8).
           02  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadExpenseRates.
           IF WS-Rate-Count = ZERO
               DISPLAY "EXPENSECLAIM: NO RATES ON EXPRATES.DAT - "
                   "RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadOperators.
           PERFORM LoadApprovedClaims.
           IF Claim-Table-Full
               DISPLAY "EXPENSECLAIM: CLAIM HISTORY TABLE FULL - "
                   "RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ReadNextPayPeriod.
           PERFORM OpenExceptionsFile.
           OPEN EXTEND ClaimHistFile.
           IF WS-ClaimHist-Status = "35"
               OPEN OUTPUT ClaimHistFile
           END-IF.
           OPEN INPUT ClaimTranFile.
           IF WS-ClaimTran-Status = "00"
               READ ClaimTranFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
               PERFORM UNTIL Tran-Eof
                   ADD 1 TO WS-Read-Count
                   PERFORM ProcessOneClaim
                   READ ClaimTranFile
                       AT END MOVE "Y" TO WS-Tran-Eof
                   END-READ
               END-PERFORM
               CLOSE ClaimTranFile
           END-IF.
           CLOSE ClaimHistFile.
           CLOSE ExceptionsFile.
           DISPLAY "EXPENSECLAIM: " WS-Read-Count " READ, "
               WS-Accepted-Count " APPROVED " WS-Accepted-Total
               " FOR PERIOD " WS-Next-PayYear "/" WS-Next-PayPeriod
               ", " WS-Rejected-Count " REJECTED".
           IF WS-Rejected-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadExpenseRates.
           OPEN INPUT ExpenseRateFile.
           IF WS-ExpenseRate-Status = "00"
               READ ExpenseRateFile
                   AT END MOVE "Y" TO WS-Rate-Eof
               END-READ
               PERFORM UNTIL Rate-Eof
                   IF WS-Rate-Count < 20
                       ADD 1 TO WS-Rate-Count
                       MOVE ER-Type TO RT-Type(WS-Rate-Count)
                       MOVE ER-MileRate TO RT-MileRate(WS-Rate-Count)
                       MOVE ER-ClaimLimit
                           TO RT-ClaimLimit(WS-Rate-Count)
                       MOVE ER-MonthLimit
                           TO RT-MonthLimit(WS-Rate-Count)
                   END-IF
                   READ ExpenseRateFile
                       AT END MOVE "Y" TO WS-Rate-Eof
                   END-READ
               END-PERFORM
               CLOSE ExpenseRateFile
           END-IF.

       LoadEmployeeMaster.
           OPEN INPUT EmployeeMasterFile.
           IF WS-EmpMaster-Status = "00"
               READ EmployeeMasterFile
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               END-READ
               PERFORM UNTIL EmpMaster-Eof
                   IF WS-Emp-Count < 500
                       ADD 1 TO WS-Emp-Count
                       MOVE EM-EmpID TO ET-EmpID(WS-Emp-Count)
                       MOVE EM-LeaveDate TO ET-LeaveDate(WS-Emp-Count)
                   END-IF
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       LoadOperators.
           OPEN INPUT OperatorFile.
           IF WS-Operator-Status = "00"
               READ OperatorFile
                   AT END MOVE "Y" TO WS-Operator-Eof
               END-READ
               PERFORM UNTIL Operator-Eof
                   IF WS-Oper-Count < 200
                       ADD 1 TO WS-Oper-Count
                       MOVE OP2-OperId TO OT-OperId(WS-Oper-Count)
                   END-IF
                   READ OperatorFile
                       AT END MOVE "Y" TO WS-Operator-Eof
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       LoadApprovedClaims.
           OPEN INPUT ClaimHistFile.
           IF WS-ClaimHist-Status = "00"
               READ ClaimHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   IF WS-Claim-Count >= WS-Claim-Limit
                       MOVE "Y" TO WS-Claim-Table-Full
                       MOVE "Y" TO WS-Hist-Eof
                   ELSE
                       ADD 1 TO WS-Claim-Count
                       MOVE XC-EmpID TO CL-EmpID(WS-Claim-Count)
                       MOVE XC-ClaimRef TO CL-ClaimRef(WS-Claim-Count)
                       MOVE XC-Type TO CL-Type(WS-Claim-Count)
                       MOVE XC-ClaimDate(1:6)
                           TO CL-Month(WS-Claim-Count)
                       MOVE XC-Amount TO CL-Amount(WS-Claim-Count)
                   END-IF
                   READ ClaimHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE ClaimHistFile
           END-IF.

      * Claims approved today are paid in the first period not yet
      * posted by PayrollRun.
       ReadNextPayPeriod.
           OPEN INPUT PeriodCtlFile.
           IF WS-PeriodCtl-Status = "00"
               READ PeriodCtlFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-PayYear TO WS-Next-PayYear
                       MOVE PC-PayPeriod TO WS-Next-PayPeriod
               END-READ
               CLOSE PeriodCtlFile
           END-IF.
           IF WS-Next-PayYear = ZERO
               MOVE WS-Run-Date(1:4) TO WS-Next-PayYear
               MOVE WS-Run-Date(5:2) TO WS-Next-PayPeriod
           ELSE
               IF WS-Next-PayPeriod >= 12
                   ADD 1 TO WS-Next-PayYear
                   MOVE 1 TO WS-Next-PayPeriod
               ELSE
                   ADD 1 TO WS-Next-PayPeriod
               END-IF
           END-IF.

       ProcessOneClaim.
           PERFORM ValidateClaim.
           IF Tran-Ok
               PERFORM CheckClaimLimits
           END-IF.
           IF Tran-Ok
               MOVE CT-EmpID TO XC-EmpID
               MOVE CT-ClaimRef TO XC-ClaimRef
               MOVE CT-Type TO XC-Type
               MOVE CT-ClaimDate TO XC-ClaimDate
               MOVE WS-Claim-Amount TO XC-Amount
               MOVE CT-Mileage TO XC-Mileage
               MOVE CT-Approver TO XC-Approver
               MOVE WS-Next-PayYear TO XC-PayYear
               MOVE WS-Next-PayPeriod TO XC-PayPeriod
               MOVE WS-Run-Date TO XC-RecordedDate
               WRITE ExpenseClaimRec
               ADD 1 TO WS-Accepted-Count
               ADD WS-Claim-Amount TO WS-Accepted-Total
               ADD 1 TO WS-Claim-Count
               MOVE CT-EmpID TO CL-EmpID(WS-Claim-Count)
               MOVE CT-ClaimRef TO CL-ClaimRef(WS-Claim-Count)
               MOVE CT-Type TO CL-Type(WS-Claim-Count)
               MOVE CT-ClaimDate(1:6) TO CL-Month(WS-Claim-Count)
               MOVE WS-Claim-Amount TO CL-Amount(WS-Claim-Count)
           ELSE
               PERFORM WriteClaimException
           END-IF.

       ValidateClaim.
           MOVE "Y" TO WS-Tran-Ok.
           MOVE ZERO TO WS-Claim-Amount.
           PERFORM FindEmployee.
           PERFORM FindRate.
           PERFORM FindApprover.
           EVALUATE TRUE
               WHEN NOT Emp-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-Reject-Reason
               WHEN ET-LeaveDate(WS-Emp-Found-Idx) NOT = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "EMPLOYEE HAS LEFT" TO WS-Reject-Reason
               WHEN CT-ClaimRef = SPACES
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NO CLAIM REFERENCE" TO WS-Reject-Reason
               WHEN NOT Rate-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "UNKNOWN CLAIM TYPE" TO WS-Reject-Reason
               WHEN CT-ClaimDate IS NOT NUMERIC
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID CLAIM DATE" TO WS-Reject-Reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(CT-ClaimDate)
                       NOT = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID CLAIM DATE" TO WS-Reject-Reason
               WHEN CT-ClaimDate > WS-Run-Date-Num
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "CLAIM DATED IN THE FUTURE"
                       TO WS-Reject-Reason
               WHEN CT-Approver = SPACES
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "CLAIM NOT APPROVED" TO WS-Reject-Reason
               WHEN NOT Oper-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "APPROVER NOT AN OPERATOR" TO WS-Reject-Reason
      * An approval the duplicate and limit checks could not see
      * would let the next claim past them, so none is taken once
      * the table has no room to record it.
               WHEN WS-Claim-Count >= WS-Claim-Limit
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "CLAIM HISTORY TABLE FULL" TO WS-Reject-Reason
           END-EVALUATE.
           IF Tran-Ok
               PERFORM PriceClaim
           END-IF.
           IF Tran-Ok
               PERFORM CheckDuplicate
               IF Duplicate-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "CLAIM REFERENCE ALREADY PAID"
                       TO WS-Reject-Reason
               END-IF
           END-IF.

      * Mileage is priced from the kilometres; any other type is
      * taken at the amount claimed.
       PriceClaim.
           IF RT-MileRate(WS-Rate-Found-Idx) > ZERO
               IF CT-Mileage IS NOT NUMERIC OR CT-Mileage = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NO MILEAGE CLAIMED" TO WS-Reject-Reason
               ELSE
                   COMPUTE WS-Claim-Amount ROUNDED =
                       CT-Mileage * RT-MileRate(WS-Rate-Found-Idx)
                       ON SIZE ERROR
                           MOVE "N" TO WS-Tran-Ok
                           MOVE "CLAIM AMOUNT OVERFLOW"
                               TO WS-Reject-Reason
                   END-COMPUTE
               END-IF
           ELSE
               IF CT-Amount IS NOT NUMERIC OR CT-Amount = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NO AMOUNT CLAIMED" TO WS-Reject-Reason
               ELSE
                   MOVE CT-Amount TO WS-Claim-Amount
                   IF CT-Mileage IS NOT NUMERIC
                       MOVE ZERO TO CT-Mileage
                   END-IF
               END-IF
           END-IF.

      * Over-limit claims are not cut down to the limit; the whole
      * claim goes back to the approver through the exceptions file.
       CheckClaimLimits.
           IF RT-ClaimLimit(WS-Rate-Found-Idx) > ZERO
                   AND WS-Claim-Amount
                       > RT-ClaimLimit(WS-Rate-Found-Idx)
               MOVE "N" TO WS-Tran-Ok
               MOVE "OVER PER-CLAIM LIMIT" TO WS-Reject-Reason
           END-IF.
           IF Tran-Ok AND RT-MonthLimit(WS-Rate-Found-Idx) > ZERO
               MOVE WS-Claim-Amount TO WS-Month-Total
               PERFORM VARYING WS-Claim-Idx FROM 1 BY 1
                       UNTIL WS-Claim-Idx > WS-Claim-Count
                   IF CL-EmpID(WS-Claim-Idx) = CT-EmpID
                           AND CL-Type(WS-Claim-Idx) = CT-Type
                           AND CL-Month(WS-Claim-Idx)
                               = CT-ClaimDate(1:6)
                       ADD CL-Amount(WS-Claim-Idx) TO WS-Month-Total
                   END-IF
               END-PERFORM
               IF WS-Month-Total > RT-MonthLimit(WS-Rate-Found-Idx)
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "OVER MONTHLY LIMIT" TO WS-Reject-Reason
               END-IF
           END-IF.

       FindEmployee.
           MOVE "N" TO WS-Emp-Found.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count OR Emp-Found
               IF ET-EmpID(WS-Emp-Idx) = CT-EmpID
                   MOVE "Y" TO WS-Emp-Found
                   MOVE WS-Emp-Idx TO WS-Emp-Found-Idx
               END-IF
           END-PERFORM.

       FindRate.
           MOVE "N" TO WS-Rate-Found.
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count OR Rate-Found
               IF RT-Type(WS-Rate-Idx) = CT-Type
                   MOVE "Y" TO WS-Rate-Found
                   MOVE WS-Rate-Idx TO WS-Rate-Found-Idx
               END-IF
           END-PERFORM.

       FindApprover.
           MOVE "N" TO WS-Oper-Found.
           PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count OR Oper-Found
               IF OT-OperId(WS-Oper-Idx) = CT-Approver
                   MOVE "Y" TO WS-Oper-Found
               END-IF
           END-PERFORM.

       CheckDuplicate.
           MOVE "N" TO WS-Duplicate.
           PERFORM VARYING WS-Claim-Idx FROM 1 BY 1
                   UNTIL WS-Claim-Idx > WS-Claim-Count
                       OR Duplicate-Found
               IF CL-EmpID(WS-Claim-Idx) = CT-EmpID
                       AND CL-ClaimRef(WS-Claim-Idx) = CT-ClaimRef
                   MOVE "Y" TO WS-Duplicate
               END-IF
           END-PERFORM.

       WriteClaimException.
           ADD 1 TO WS-Rejected-Count.
           MOVE CT-EmpID TO XK-EmpID.
           MOVE CT-ClaimRef TO XK-ClaimRef.
           MOVE SPACES TO ExceptionRecord.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "EXPCLAIM" TO EXC-Source.
           MOVE WS-Exc-Key TO EXC-Key.
           MOVE WS-Reject-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       END PROGRAM ExpenseClaim.
