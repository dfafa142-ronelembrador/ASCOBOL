      *          Tax/PRSI/Pension figures arriving on the input file
      *          are no longer trusted and are reported against the
      *          computed figures on the parallel-running comparison
      *          report. Voluntary and third-party deductions on
      *          PAYDEDUCT.DAT (union dues, health insurance, savings,
      *          court orders) are taken after the statutory ones -
      *          court orders first, never below their protected net
      *          pay - itemised on the payslip and detailed on
      *          PAYDEDDETAIL.DAT for the payee remittance report.
      *          Recorded absence (ABSENCEHIST.DAT) is applied under
      *          the sick-pay scheme on SICKSCHEME.DAT: sick days up
      *          to the rolling-year allowance and compassionate
      *          leave are paid to hourly staff, and unpaid absence
      *          is taken out of a salaried employee's pay.
      *          A starter on the emergency basis is taxed on the
      *          emergency band from TAXBANDS.DAT with no credit, and
      *          wholly at the higher rate while no PPSN is held. In
      *          the period after their tax certificate is keyed the
      *          tax is recalculated on the cumulative basis, taking
      *          in pay and tax from previous employment, and the
      *          difference collected or refunded (never more than
      *          this employer has deducted); the year-to-date
      *          figures it used are logged on TAXTRUEUP.DAT so a
      *          reversal or reprint recomputes the same amount.
      *          Expense claims ExpenseClaim has approved for the
      *          period on EXPCLAIMHIST.DAT are reimbursed as a
      *          non-taxable addition to net pay, shown on the
      *          payslip and paid in the bank credit.
      *          Writes a payslip line per employee, and the figures
      *          each employee was paid on PAYRESULTS.DAT for the
      *          period's Revenue submission.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SuppLogFile ASSIGN TO "PAYSUPPLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppLog-Status.
           SELECT AbsenceHistFile ASSIGN TO "ABSENCEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AbsenceHist-Status.
           SELECT SickSchemeFile ASSIGN TO "SICKSCHEME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SickScheme-Status.
           SELECT PayDeductFile ASSIGN TO "PAYDEDUCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PayDeduct-Status.
           SELECT DeductDetailFile ASSIGN TO "PAYDEDDETAIL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DeductDetail-Status.
           SELECT PayResultFile ASSIGN TO "PAYRESULTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TrueUpLogFile ASSIGN TO "TAXTRUEUP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TrueUpLog-Status.
           SELECT ExpenseClaimFile ASSIGN TO "EXPCLAIMHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExpenseClaim-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PayExtraFile.
           COPY PAYEXTRA.

       FD  AbsenceHistFile.
           COPY ABSHIST.

       FD  SickSchemeFile.
           COPY SICKSCHEME.

       FD  PayDeductFile.
           COPY PAYDEDN.

       FD  DeductDetailFile.
           COPY PAYDEDDET.

       FD  PayResultFile.
           COPY PAYRESULT.

       FD  ExpenseClaimFile.
           COPY EXPCLAIM.

       FD  TrueUpLogFile.
       01  TrueUpLogRec.
           02  TL-EmpID                PIC 9(5).
           02  TL-PayYear              PIC 9(4).
           02  TL-PayPeriod            PIC 99.
           02  TL-PriorGross           PIC 9(8)V99.
           02  TL-PriorTax             PIC 9(8)V99.

       FD  SuppLogFile.
       01  SuppLogRec.
           02  SL2-PayYear             PIC 9(4).
       01  WS-StdBand                  PIC 9(6)V99 VALUE ZERO.
       01  WS-StdRate                  PIC V99 VALUE ZERO.
       01  WS-HigherRate               PIC V99 VALUE ZERO.
       01  WS-EmergBand                PIC 9(6)V99 VALUE ZERO.
       01  WS-Class-Count              PIC 9(2) VALUE ZERO.
       01  ClassTable.
           02 Class-Entry OCCURS 20 TIMES
               03 EM-TableEmployerPct      PIC V99.
               03 EM-TableLeaveBal         PIC S9(3)V99.
               03 EM-TableBankHold         PIC X.
               03 EM-TableHourlyRate       PIC 9(3)V99.
               03 EM-TablePPSN             PIC X(9).
               03 EM-TableStartDate        PIC 9(8).
               03 EM-TableTaxBasis         PIC X.
                   88 EM-Table-Emergency       VALUE "E".
               03 EM-TablePrevPay          PIC 9(6)V99.
               03 EM-TablePrevTax          PIC 9(6)V99.
               03 EM-TableTrueUpYear       PIC 9(4).
               03 EM-TableTrueUpPeriod     PIC 99.
       01  WS-EmpMaster-Idx            PIC 9(4).
       01  WS-EmpMaster-Found-Idx      PIC 9(4).
       01  WS-EmpMaster-Found          PIC X.
       01  WS-Comp-PRSI                PIC 9(6)V99.
       01  WS-Comp-Pension             PIC 9(6)V99.
       01  WS-Tax-Work                 PIC S9(7)V99.
       01  WS-Tax-Refund               PIC 9(6)V99 VALUE ZERO.

      * The cumulative recalculation in the certificate period: the
      * band and credit for the year so far against pay for the year
      * so far, including previous employment in the same tax year.
       01  WS-TrueUpLog-Status         PIC XX.
       01  WS-TrueUp-Count             PIC 9(4) VALUE ZERO.
       01  WS-TrueUp-Table.
           02  TrueUp-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-TrueUp-Count.
               03  TU-EmpID            PIC 9(5).
               03  TU-PriorGross       PIC 9(8)V99.
               03  TU-PriorTax         PIC 9(8)V99.
       01  WS-TrueUp-Idx               PIC 9(4).
       01  WS-TrueUp-Found             PIC X.
           88  TrueUp-Found                VALUE "Y".
       01  WS-Prior-Gross              PIC 9(8)V99.
       01  WS-Prior-Tax                PIC 9(8)V99.
       01  WS-Prev-Pay                 PIC 9(6)V99.
       01  WS-Prev-Tax                 PIC 9(6)V99.
       01  WS-Cum-Gross                PIC 9(9)V99.
       01  WS-Cum-Band                 PIC 9(8)V99.
       01  WS-Cum-Credit               PIC 9(6)V99.
       01  WS-Cum-Tax                  PIC S9(9)V99.
       01  WS-Start-Year               PIC 9(4).

       01  WS-Run-Date                 PIC X(8).
       01  WS-Bank-Pay-Count           PIC 9(5) VALUE ZERO.
               88  TaxBand-Eof         VALUE "Y".
           02  WS-EmpMaster-Eof    PIC X VALUE "N".
               88  EmpMaster-Eof       VALUE "Y".
           02  WS-TrueUpLog-Eof    PIC X VALUE "N".
               88  TrueUpLog-Eof       VALUE "Y".

       01  WS-EmployeeYtd-Status       PIC XX.

       01  WS-Extra-Commission     PIC 9(6)V99.
       01  WS-SuppLog-Status       PIC XX.

      * Approved expense claims for the period, reimbursed on top of
      * net pay after every deduction so none of it is taxed.
       01  WS-ExpenseClaim-Status  PIC XX.
       01  WS-ExpenseClaim-Eof     PIC X VALUE "N".
           88  ExpenseClaim-Eof        VALUE "Y".
       01  WS-Claim-Count          PIC 9(4) VALUE ZERO.
       01  ExpenseClaimTable.
           02 Expense-Claim-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Claim-Count.
               03 XE-EmpID             PIC 9(5).
               03 XE-Amount            PIC 9(5)V99.
       01  WS-Claim-Idx            PIC 9(4).
       01  WS-Expense-Amt          PIC 9(6)V99.

      * Absence under the sick-pay scheme. Each recorded spell is
      * held with its length in days and whether it can be paid at
      * all (a long uncertified sick spell cannot); the rolling-year
      * allowance is worked out from the payable sick spells before
      * each one.
       01  WS-AbsenceHist-Status   PIC XX.
       01  WS-AbsenceHist-Eof      PIC X VALUE "N".
           88  AbsenceHist-Eof         VALUE "Y".
       01  WS-SickScheme-Status    PIC XX.
       01  WS-Sick-PaidDays        PIC 9(3) VALUE 10.
       01  WS-Sick-DayHours        PIC 9(2)V99 VALUE 7.80.
       01  WS-Sick-PeriodHours     PIC 9(3)V99 VALUE 162.50.
       01  WS-Sick-MaxUncertDays   PIC 9(2) VALUE 2.
       01  WS-Abs-Count            PIC 9(4) VALUE ZERO.
       01  WS-Abs-Limit            PIC 9(4) VALUE 5000.
       01  AbsenceTable.
           02 Absence-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Abs-Count.
               03 AS-EmpID             PIC 9(5).
               03 AS-Type              PIC X.
               03 AS-StartDate         PIC 9(8).
               03 AS-StartInt          PIC 9(7).
               03 AS-Hours             PIC 9(3)V99.
               03 AS-Days              PIC 9(3)V99.
               03 AS-Payable           PIC X.
                   88 AS-Is-Payable        VALUE "Y".
       01  WS-Abs-Idx              PIC 9(4).
       01  WS-Abs-Idx2             PIC 9(4).
       01  WS-Abs-Period-Key       PIC 9(6).
       01  WS-Abs-Calendar-Days    PIC 9(5).
       01  WS-Prior-Sick-Days      PIC 9(5)V99.
       01  WS-Remaining-Hours      PIC S9(5)V99.
       01  WS-Paid-Hours           PIC 9(3)V99.
       01  WS-Unpaid-Hours         PIC 9(5)V99.
       01  WS-Compassion-Hours     PIC 9(5)V99.
       01  WS-Sick-Paid-Hours      PIC 9(5)V99.
       01  WS-Sick-Pay             PIC 9(6)V99.
       01  WS-Compassion-Pay       PIC 9(6)V99.
       01  WS-Absence-Deduct       PIC 9(6)V99.

      * Voluntary and third-party deductions. The master is held in
      * full so the running totals taken can be rewritten. A NORMAL
      * run computes each deduction; REVERSAL and REPRINT take the
      * amounts the period actually posted from PAYDEDDETAIL.DAT, so
      * a total reached or a protected-net shortfall is undone or
      * reprinted exactly. A supplementary run takes none - the
      * period's deductions went with the main run.
       01  WS-PayDeduct-Status     PIC XX.
       01  WS-PayDeduct-Eof        PIC X VALUE "N".
           88  PayDeduct-Eof           VALUE "Y".
       01  WS-Deduct-On-File       PIC X VALUE "N".
           88  Deduct-On-File          VALUE "Y".
       01  WS-Deduct-Backup-Name   PIC X(30)
               VALUE "PAYDEDUCT.DAT".
       01  WS-Ded-Count            PIC 9(4) VALUE ZERO.
       01  WS-Ded-Limit            PIC 9(4) VALUE 1000.
       01  DeductTable.
           02 Deduct-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Ded-Count.
               03 DT-EmpID             PIC 9(5).
               03 DT-DedType           PIC X.
                   88 DT-CourtOrder        VALUE "C".
               03 DT-PayeeCode         PIC X(8).
               03 DT-PayeeName         PIC X(20).
               03 DT-Reference         PIC X(15).
               03 DT-Method            PIC X.
                   88 DT-Percent           VALUE "P".
               03 DT-Amount            PIC 9(5)V99.
               03 DT-Pct               PIC V9(4).
               03 DT-StartDate         PIC 9(8).
               03 DT-StopDate          PIC 9(8).
               03 DT-TargetTotal       PIC 9(7)V99.
               03 DT-TakenToDate       PIC 9(7)V99.
               03 DT-ProtectedNet      PIC 9(5)V99.
       01  WS-Ded-Idx              PIC 9(4).
       01  WS-Ded-Found-Idx        PIC 9(4).
       01  WS-Ded-Pass             PIC X.
           88  Court-Order-Pass        VALUE "C".

       01  WS-DeductDetail-Status  PIC XX.
       01  WS-DeductDetail-Eof     PIC X VALUE "N".
           88  DeductDetail-Eof        VALUE "Y".
       01  WS-Taken-Count          PIC 9(4) VALUE ZERO.
       01  TakenTable.
           02 Taken-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Taken-Count.
               03 TK-EmpID             PIC 9(5).
               03 TK-DedType           PIC X.
               03 TK-PayeeCode         PIC X(8).
               03 TK-Amount            PIC 9(6)V99.
               03 TK-ShortAmt          PIC 9(6)V99.
       01  WS-Taken-Idx            PIC 9(4).

      * The current employee's deductions, for the payslip and for
      * posting once the payslip is known to be good.
       01  WS-Slip-Ded-Count       PIC 99 VALUE ZERO.
       01  SlipDedTable.
           02 Slip-Ded-Entry OCCURS 20 TIMES.
               03 SV-DedIdx            PIC 9(4).
               03 SV-DedType           PIC X.
               03 SV-Amount            PIC 9(6)V99.
               03 SV-ShortAmt          PIC 9(6)V99.
       01  WS-Slip-Ded-Idx         PIC 99.
       01  WS-Voluntary-Total      PIC 9(6)V99.
       01  WS-Ded-Want             PIC 9(6)V99.
       01  WS-Ded-Room             PIC S9(6)V99.
       01  WS-Match-Type           PIC X.
       01  WS-Match-Payee          PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadRunRequest.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadEmployeeYtdTable.
           PERFORM LoadPayExtras.
           IF NOT Mode-Supple
               PERFORM LoadExpenseClaims
               PERFORM LoadSickScheme
               PERFORM LoadAbsenceHistory
           END-IF.
           IF NOT Mode-Supple
               PERFORM LoadDeductions
           END-IF.
           IF Mode-Reversal OR Mode-Reprint
               PERFORM LoadPostedDeductions
               PERFORM LoadTrueUpLog
           END-IF.
           OPEN INPUT EmployeePayFile.
           OPEN OUTPUT PayslipFile.
           OPEN OUTPUT PayrollExceptFile.
           OPEN OUTPUT ParallelReportFile.
           CALL "BusDate" USING WS-Run-Date.
           IF NOT Mode-Reprint
               OPEN OUTPUT PayResultFile
           END-IF.
           IF Mode-Normal
               OPEN EXTEND TrueUpLogFile
               IF WS-TrueUpLog-Status = "35"
                   OPEN OUTPUT TrueUpLogFile
               END-IF
           END-IF.
           IF Mode-Normal OR Mode-Supple
               OPEN OUTPUT PensionDetailFile
               OPEN OUTPUT BankPayFile
               IF Mode-Normal
                   OPEN OUTPUT DeductDetailFile
               END-IF
               MOVE WS-Run-Date TO BH-RunDate
               MOVE WS-Bank-Header-Line TO BankPayLine
               WRITE BankPayLine
           CLOSE PayslipFile.
           CLOSE PayrollExceptFile.
           CLOSE ParallelReportFile.
           IF NOT Mode-Reprint
               CLOSE PayResultFile
           END-IF.
           IF Mode-Normal
               CLOSE TrueUpLogFile
           END-IF.
           IF Mode-Normal OR Mode-Supple
               MOVE WS-Bank-Pay-Count TO BT-PayCount
               MOVE WS-Bank-Pay-Total TO BT-PayTotal
               WRITE BankPayLine
               CLOSE BankPayFile
               CLOSE PensionDetailFile
               IF Mode-Normal
                   CLOSE DeductDetailFile
               END-IF
           END-IF.
           PERFORM WritePayrollTotals.
           IF NOT Mode-Reprint
               PERFORM RewriteEmployeeYtdFile
           END-IF.
           IF (Mode-Normal OR Mode-Reversal) AND Deduct-On-File
               PERFORM RewriteDeductionMaster
           END-IF.
           IF NOT Mode-Reprint AND NOT Mode-Supple
               PERFORM UpdatePeriodControl
           END-IF.
                           MOVE TB-ClassRate
                               TO CL-ClassRate(WS-Class-Count)
                       END-IF
                       IF TB-Emergency-Rec
                           MOVE TB-StdBand TO WS-EmergBand
                       END-IF
                   END-IF
                   READ TaxBandFile
                       AT END MOVE "Y" TO WS-TaxBand-Eof
                       TO EM-TableLeaveBal(WS-EmpMaster-Count)
                   MOVE EM-BankHold
                       TO EM-TableBankHold(WS-EmpMaster-Count)
                   MOVE EM-HourlyRate
                       TO EM-TableHourlyRate(WS-EmpMaster-Count)
                   MOVE EM-PPSN TO EM-TablePPSN(WS-EmpMaster-Count)
                   PERFORM LoadStarterTaxFields
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               CLOSE EmployeeMasterFile
           END-IF.

      * Records written before the starter fields existed read back
      * blank there: an existing employee on a certificate.
       LoadStarterTaxFields.
           IF EM-StartDate IS NUMERIC
               MOVE EM-StartDate
                   TO EM-TableStartDate(WS-EmpMaster-Count)
               MOVE EM-TaxBasis
                   TO EM-TableTaxBasis(WS-EmpMaster-Count)
               MOVE EM-PrevPay TO EM-TablePrevPay(WS-EmpMaster-Count)
               MOVE EM-PrevTax TO EM-TablePrevTax(WS-EmpMaster-Count)
               MOVE EM-TrueUpYear
                   TO EM-TableTrueUpYear(WS-EmpMaster-Count)
               MOVE EM-TrueUpPeriod
                   TO EM-TableTrueUpPeriod(WS-EmpMaster-Count)
           ELSE
               MOVE ZERO TO EM-TableStartDate(WS-EmpMaster-Count)
               MOVE SPACE TO EM-TableTaxBasis(WS-EmpMaster-Count)
               MOVE ZERO TO EM-TablePrevPay(WS-EmpMaster-Count)
               MOVE ZERO TO EM-TablePrevTax(WS-EmpMaster-Count)
               MOVE ZERO TO EM-TableTrueUpYear(WS-EmpMaster-Count)
               MOVE ZERO TO EM-TableTrueUpPeriod(WS-EmpMaster-Count)
           END-IF.

      * The period's extras were already paid by the NORMAL run,
      * and nothing purges PAYEXTRA.DAT once consumed - so a
      * supplementary run must not load them again or the same
               CLOSE PayExtraFile
           END-IF.

      * Claims are stamped with the period that pays them, so like
      * the extras they are left out of a supplementary run.
       LoadExpenseClaims.
           OPEN INPUT ExpenseClaimFile.
           IF WS-ExpenseClaim-Status = "00"
               READ ExpenseClaimFile
                   AT END MOVE "Y" TO WS-ExpenseClaim-Eof
               END-READ
               PERFORM UNTIL ExpenseClaim-Eof
                   IF XC-PayYear = WS-Run-PayYear
                           AND XC-PayPeriod = WS-Run-PayPeriod
                       IF WS-Claim-Count < 2000
                           ADD 1 TO WS-Claim-Count
                           MOVE XC-EmpID TO XE-EmpID(WS-Claim-Count)
                           MOVE XC-Amount TO XE-Amount(WS-Claim-Count)
                       ELSE
                           DISPLAY "PAYROLLRUN: EXPENSE CLAIM TABLE "
                               "FULL - RUN REFUSED"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
                   READ ExpenseClaimFile
                       AT END MOVE "Y" TO WS-ExpenseClaim-Eof
                   END-READ
               END-PERFORM
               CLOSE ExpenseClaimFile
           END-IF.

      * Runs after the voluntary deductions, so the reimbursement
      * reaches net pay and the bank credit without touching gross,
      * tax or the protected net pay of a court order.
       AddExpenseClaims.
           MOVE ZERO TO WS-Expense-Amt.
           PERFORM VARYING WS-Claim-Idx FROM 1 BY 1
                   UNTIL WS-Claim-Idx > WS-Claim-Count
               IF XE-EmpID(WS-Claim-Idx) = EmpID
                   ADD XE-Amount(WS-Claim-Idx) TO WS-Expense-Amt
               END-IF
           END-PERFORM.
           IF WS-Expense-Amt > ZERO
               ADD WS-Expense-Amt TO NetPay
                   ON SIZE ERROR
                       MOVE "N" TO WS-Payslip-Ok
                       MOVE "NETPAY OVERFLOW" TO WS-Except-Reason
               END-ADD
           END-IF.

      * Folds the employee's queued extras into gross ahead of the
      * statutory calculation, so holiday pay and commission are
      * taxed like any other pay.
               END-ADD
           END-IF.

       LoadSickScheme.
           OPEN INPUT SickSchemeFile.
           IF WS-SickScheme-Status = "00"
               READ SickSchemeFile
                   AT END CONTINUE
                   NOT AT END
                       IF SS-PaidDays IS NUMERIC
                           MOVE SS-PaidDays TO WS-Sick-PaidDays
                       END-IF
                       IF SS-DayHours IS NUMERIC
                               AND SS-DayHours > ZERO
                           MOVE SS-DayHours TO WS-Sick-DayHours
                       END-IF
                       IF SS-PeriodHours IS NUMERIC
                               AND SS-PeriodHours > ZERO
                           MOVE SS-PeriodHours TO WS-Sick-PeriodHours
                       END-IF
                       IF SS-MaxUncertDays IS NUMERIC
                           MOVE SS-MaxUncertDays
                               TO WS-Sick-MaxUncertDays
                       END-IF
               END-READ
               CLOSE SickSchemeFile
           END-IF.

       LoadAbsenceHistory.
           OPEN INPUT AbsenceHistFile.
           IF WS-AbsenceHist-Status = "00"
               READ AbsenceHistFile
                   AT END MOVE "Y" TO WS-AbsenceHist-Eof
               END-READ
               PERFORM UNTIL AbsenceHist-Eof
                   IF WS-Abs-Count < WS-Abs-Limit
                       ADD 1 TO WS-Abs-Count
                       PERFORM HoldOneAbsence
                   ELSE
                       DISPLAY "PAYROLLRUN: ABSENCE HISTORY TABLE FULL "
                           "- RUN REFUSED"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   READ AbsenceHistFile
                       AT END MOVE "Y" TO WS-AbsenceHist-Eof
                   END-READ
               END-PERFORM
               CLOSE AbsenceHistFile
           END-IF.

       HoldOneAbsence.
           MOVE AH-EmpID TO AS-EmpID(WS-Abs-Count).
           MOVE AH-Type TO AS-Type(WS-Abs-Count).
           MOVE AH-StartDate TO AS-StartDate(WS-Abs-Count).
           MOVE AH-Hours TO AS-Hours(WS-Abs-Count).
           COMPUTE AS-StartInt(WS-Abs-Count) =
               FUNCTION INTEGER-OF-DATE(AH-StartDate).
           COMPUTE WS-Abs-Calendar-Days =
               FUNCTION INTEGER-OF-DATE(AH-EndDate)
               - AS-StartInt(WS-Abs-Count) + 1.
           COMPUTE AS-Days(WS-Abs-Count) ROUNDED =
               AH-Hours / WS-Sick-DayHours.
           MOVE "Y" TO AS-Payable(WS-Abs-Count).
           IF AH-Sick AND NOT AH-Cert
                   AND WS-Abs-Calendar-Days > WS-Sick-MaxUncertDays
               MOVE "N" TO AS-Payable(WS-Abs-Count)
           END-IF.

      * The employee's spells starting in the pay period. A payable
      * sick spell is paid for whatever is left of the allowance
      * after the payable sick days in the 365 days before it; the
      * rest of it, a long uncertified spell and unpaid leave are
      * unpaid. Compassionate leave is paid. Hourly staff have
      * absent hours taken off their timesheet hours already, so
      * they are paid the paid hours at their rate; salaried staff
      * keep their salary and lose the unpaid hours out of it.
       ApplyAbsence.
           MOVE ZERO TO WS-Sick-Pay.
           MOVE ZERO TO WS-Compassion-Pay.
           MOVE ZERO TO WS-Absence-Deduct.
           MOVE ZERO TO WS-Sick-Paid-Hours.
           MOVE ZERO TO WS-Compassion-Hours.
           MOVE ZERO TO WS-Unpaid-Hours.
           COMPUTE WS-Abs-Period-Key = PayYear * 100 + PayPeriod.
           PERFORM ApplyOneAbsence
               VARYING WS-Abs-Idx FROM 1 BY 1
               UNTIL WS-Abs-Idx > WS-Abs-Count.
           IF EM-TableHourlyRate(WS-EmpMaster-Found-Idx) > ZERO
               COMPUTE WS-Sick-Pay ROUNDED = WS-Sick-Paid-Hours
                   * EM-TableHourlyRate(WS-EmpMaster-Found-Idx)
               COMPUTE WS-Compassion-Pay ROUNDED = WS-Compassion-Hours
                   * EM-TableHourlyRate(WS-EmpMaster-Found-Idx)
               ADD WS-Sick-Pay WS-Compassion-Pay TO GrossPay
                   ON SIZE ERROR
                       MOVE "N" TO WS-Payslip-Ok
                       MOVE "GROSS PAY OVERFLOW" TO WS-Except-Reason
               END-ADD
           ELSE
               IF WS-Unpaid-Hours > ZERO
                   COMPUTE WS-Absence-Deduct ROUNDED = IN-GrossPay
                       * WS-Unpaid-Hours / WS-Sick-PeriodHours
                   IF WS-Absence-Deduct > GrossPay
                       MOVE GrossPay TO WS-Absence-Deduct
                   END-IF
                   SUBTRACT WS-Absence-Deduct FROM GrossPay
               END-IF
           END-IF.

       ApplyOneAbsence.
           IF AS-EmpID(WS-Abs-Idx) = EmpID
                   AND AS-StartDate(WS-Abs-Idx)(1:6)
                       = WS-Abs-Period-Key
               EVALUATE TRUE
                   WHEN AS-Type(WS-Abs-Idx) = "C"
                       ADD AS-Hours(WS-Abs-Idx)
                           TO WS-Compassion-Hours
                   WHEN AS-Type(WS-Abs-Idx) = "S"
                           AND AS-Is-Payable(WS-Abs-Idx)
                       PERFORM PaySickSpell
                   WHEN OTHER
                       ADD AS-Hours(WS-Abs-Idx) TO WS-Unpaid-Hours
               END-EVALUATE
           END-IF.

       PaySickSpell.
           MOVE ZERO TO WS-Prior-Sick-Days.
           PERFORM AddPriorSickDays
               VARYING WS-Abs-Idx2 FROM 1 BY 1
               UNTIL WS-Abs-Idx2 > WS-Abs-Count.
           COMPUTE WS-Remaining-Hours =
               (WS-Sick-PaidDays - WS-Prior-Sick-Days)
               * WS-Sick-DayHours.
           IF WS-Remaining-Hours < ZERO
               MOVE ZERO TO WS-Remaining-Hours
           END-IF.
           IF AS-Hours(WS-Abs-Idx) > WS-Remaining-Hours
               MOVE WS-Remaining-Hours TO WS-Paid-Hours
           ELSE
               MOVE AS-Hours(WS-Abs-Idx) TO WS-Paid-Hours
           END-IF.
           ADD WS-Paid-Hours TO WS-Sick-Paid-Hours.
           COMPUTE WS-Unpaid-Hours = WS-Unpaid-Hours
               + AS-Hours(WS-Abs-Idx) - WS-Paid-Hours.

       AddPriorSickDays.
           IF AS-EmpID(WS-Abs-Idx2) = EmpID
                   AND AS-Type(WS-Abs-Idx2) = "S"
                   AND AS-Is-Payable(WS-Abs-Idx2)
                   AND AS-StartInt(WS-Abs-Idx2)
                       < AS-StartInt(WS-Abs-Idx)
                   AND AS-StartInt(WS-Abs-Idx2) + 365
                       > AS-StartInt(WS-Abs-Idx)
               ADD AS-Days(WS-Abs-Idx2) TO WS-Prior-Sick-Days
           END-IF.

       LoadDeductions.
           OPEN INPUT PayDeductFile.
           IF WS-PayDeduct-Status = "00"
               MOVE "Y" TO WS-Deduct-On-File
               READ PayDeductFile
                   AT END MOVE "Y" TO WS-PayDeduct-Eof
               END-READ
               PERFORM UNTIL PayDeduct-Eof
                   IF WS-Ded-Count < WS-Ded-Limit
                       ADD 1 TO WS-Ded-Count
                       MOVE VD-EmpID TO DT-EmpID(WS-Ded-Count)
                       MOVE VD-DedType TO DT-DedType(WS-Ded-Count)
                       MOVE VD-PayeeCode
                           TO DT-PayeeCode(WS-Ded-Count)
                       MOVE VD-PayeeName
                           TO DT-PayeeName(WS-Ded-Count)
                       MOVE VD-Reference
                           TO DT-Reference(WS-Ded-Count)
                       MOVE VD-Method TO DT-Method(WS-Ded-Count)
                       MOVE VD-Amount TO DT-Amount(WS-Ded-Count)
                       MOVE VD-Pct TO DT-Pct(WS-Ded-Count)
                       MOVE VD-StartDate
                           TO DT-StartDate(WS-Ded-Count)
                       MOVE VD-StopDate TO DT-StopDate(WS-Ded-Count)
                       MOVE VD-TargetTotal
                           TO DT-TargetTotal(WS-Ded-Count)
                       MOVE VD-TakenToDate
                           TO DT-TakenToDate(WS-Ded-Count)
                       MOVE VD-ProtectedNet
                           TO DT-ProtectedNet(WS-Ded-Count)
                   ELSE
                       DISPLAY "PAYROLLRUN: DEDUCTION TABLE FULL - "
                           "DEDUCTION RUN REFUSED"
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
                   READ PayDeductFile
                       AT END MOVE "Y" TO WS-PayDeduct-Eof
                   END-READ
               END-PERFORM
               CLOSE PayDeductFile
           END-IF.

       LoadPostedDeductions.
           OPEN INPUT DeductDetailFile.
           IF WS-DeductDetail-Status = "00"
               READ DeductDetailFile
                   AT END MOVE "Y" TO WS-DeductDetail-Eof
               END-READ
               PERFORM UNTIL DeductDetail-Eof
                   IF DD2-PayYear = WS-Run-PayYear
                           AND DD2-PayPeriod = WS-Run-PayPeriod
                       IF WS-Taken-Count < 1000
                           ADD 1 TO WS-Taken-Count
                           MOVE DD2-EmpID TO TK-EmpID(WS-Taken-Count)
                           MOVE DD2-DedType
                               TO TK-DedType(WS-Taken-Count)
                           MOVE DD2-PayeeCode
                               TO TK-PayeeCode(WS-Taken-Count)
                           MOVE DD2-Amount TO TK-Amount(WS-Taken-Count)
                           MOVE DD2-ShortAmt
                               TO TK-ShortAmt(WS-Taken-Count)
                       ELSE
                           DISPLAY "PAYROLLRUN: POSTED DEDUCTION TABLE "
                               "FULL - RUN REFUSED"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
                   READ DeductDetailFile
                       AT END MOVE "Y" TO WS-DeductDetail-Eof
                   END-READ
               END-PERFORM
               CLOSE DeductDetailFile
           END-IF.

      * The year-to-date figures a NORMAL run's certificate true-up
      * used, so reversing or reprinting the period recomputes the
      * same refund or collection rather than one based on a
      * year-to-date that already includes the period.
       LoadTrueUpLog.
           OPEN INPUT TrueUpLogFile.
           IF WS-TrueUpLog-Status = "00"
               READ TrueUpLogFile
                   AT END MOVE "Y" TO WS-TrueUpLog-Eof
               END-READ
               PERFORM UNTIL TrueUpLog-Eof
                   IF TL-PayYear = WS-Run-PayYear
                           AND TL-PayPeriod = WS-Run-PayPeriod
                       PERFORM StoreTrueUpEntry
                   END-IF
                   READ TrueUpLogFile
                       AT END MOVE "Y" TO WS-TrueUpLog-Eof
                   END-READ
               END-PERFORM
               CLOSE TrueUpLogFile
           END-IF.

      * A period run again after a reversal logs its true-up again;
      * the later entry replaces the earlier.
       StoreTrueUpEntry.
           MOVE "N" TO WS-TrueUp-Found.
           PERFORM VARYING WS-TrueUp-Idx FROM 1 BY 1
                   UNTIL WS-TrueUp-Idx > WS-TrueUp-Count
                       OR TrueUp-Found
               IF TU-EmpID(WS-TrueUp-Idx) = TL-EmpID
                   MOVE "Y" TO WS-TrueUp-Found
                   MOVE TL-PriorGross TO TU-PriorGross(WS-TrueUp-Idx)
                   MOVE TL-PriorTax TO TU-PriorTax(WS-TrueUp-Idx)
               END-IF
           END-PERFORM.
           IF NOT TrueUp-Found
               IF WS-TrueUp-Count < 500
                   ADD 1 TO WS-TrueUp-Count
                   MOVE TL-EmpID TO TU-EmpID(WS-TrueUp-Count)
                   MOVE TL-PriorGross TO TU-PriorGross(WS-TrueUp-Count)
                   MOVE TL-PriorTax TO TU-PriorTax(WS-TrueUp-Count)
               ELSE
                   DISPLAY "PAYROLLRUN: TRUE-UP LOG TABLE FULL - "
                       "RUN REFUSED"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * Runs once statutory deductions have set NetPay. Court orders
      * are taken first and only down to their protected net pay;
      * the other deductions then take what net pay remains. A
      * deduction that cannot be taken in full is recorded with its
      * shortfall and reported as an exception.
       TakeVoluntaryDeductions.
           MOVE ZERO TO WS-Slip-Ded-Count.
           MOVE ZERO TO WS-Voluntary-Total.
           IF Mode-Normal
               MOVE "C" TO WS-Ded-Pass
               PERFORM ComputeOneDeduction
                   VARYING WS-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ded-Idx > WS-Ded-Count
               MOVE "O" TO WS-Ded-Pass
               PERFORM ComputeOneDeduction
                   VARYING WS-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ded-Idx > WS-Ded-Count
           END-IF.
           IF Mode-Reversal OR Mode-Reprint
               PERFORM PickPostedDeduction
                   VARYING WS-Taken-Idx FROM 1 BY 1
                   UNTIL WS-Taken-Idx > WS-Taken-Count
           END-IF.
           IF WS-Voluntary-Total > ZERO
               ADD WS-Voluntary-Total TO Deductions
                   ON SIZE ERROR
                       MOVE "N" TO WS-Payslip-Ok
                       MOVE "DEDUCTIONS OVERFLOW" TO WS-Except-Reason
               END-ADD
               SUBTRACT WS-Voluntary-Total FROM NetPay
           END-IF.

       ComputeOneDeduction.
           IF DT-EmpID(WS-Ded-Idx) = EmpID
                   AND ((Court-Order-Pass
                           AND DT-CourtOrder(WS-Ded-Idx))
                       OR (NOT Court-Order-Pass
                           AND NOT DT-CourtOrder(WS-Ded-Idx)))
                   AND DT-StartDate(WS-Ded-Idx) <= WS-Run-Date
                   AND (DT-StopDate(WS-Ded-Idx) = ZERO
                       OR DT-StopDate(WS-Ded-Idx) >= WS-Run-Date)
                   AND (DT-TargetTotal(WS-Ded-Idx) = ZERO
                       OR DT-TakenToDate(WS-Ded-Idx)
                           < DT-TargetTotal(WS-Ded-Idx))
                   AND WS-Slip-Ded-Count < 20
               IF DT-Percent(WS-Ded-Idx)
                   COMPUTE WS-Ded-Want ROUNDED =
                       GrossPay * DT-Pct(WS-Ded-Idx)
               ELSE
                   MOVE DT-Amount(WS-Ded-Idx) TO WS-Ded-Want
               END-IF
               IF DT-TargetTotal(WS-Ded-Idx) > ZERO
                       AND WS-Ded-Want > DT-TargetTotal(WS-Ded-Idx)
                           - DT-TakenToDate(WS-Ded-Idx)
                   COMPUTE WS-Ded-Want = DT-TargetTotal(WS-Ded-Idx)
                       - DT-TakenToDate(WS-Ded-Idx)
               END-IF
               COMPUTE WS-Ded-Room = NetPay - WS-Voluntary-Total
               IF DT-CourtOrder(WS-Ded-Idx)
                   SUBTRACT DT-ProtectedNet(WS-Ded-Idx)
                       FROM WS-Ded-Room
               END-IF
               IF WS-Ded-Room < ZERO
                   MOVE ZERO TO WS-Ded-Room
               END-IF
               IF WS-Ded-Want > ZERO
                   ADD 1 TO WS-Slip-Ded-Count
                   MOVE WS-Ded-Idx TO SV-DedIdx(WS-Slip-Ded-Count)
                   MOVE DT-DedType(WS-Ded-Idx)
                       TO SV-DedType(WS-Slip-Ded-Count)
                   IF WS-Ded-Want > WS-Ded-Room
                       MOVE WS-Ded-Room
                           TO SV-Amount(WS-Slip-Ded-Count)
                       COMPUTE SV-ShortAmt(WS-Slip-Ded-Count) =
                           WS-Ded-Want - WS-Ded-Room
                   ELSE
                       MOVE WS-Ded-Want
                           TO SV-Amount(WS-Slip-Ded-Count)
                       MOVE ZERO TO SV-ShortAmt(WS-Slip-Ded-Count)
                   END-IF
                   ADD SV-Amount(WS-Slip-Ded-Count)
                       TO WS-Voluntary-Total
               END-IF
           END-IF.

       PickPostedDeduction.
           IF TK-EmpID(WS-Taken-Idx) = EmpID
                   AND WS-Slip-Ded-Count < 20
               ADD 1 TO WS-Slip-Ded-Count
               MOVE TK-DedType(WS-Taken-Idx) TO WS-Match-Type
               MOVE TK-PayeeCode(WS-Taken-Idx) TO WS-Match-Payee
               PERFORM FindDeductEntry
               MOVE WS-Ded-Found-Idx TO SV-DedIdx(WS-Slip-Ded-Count)
               MOVE TK-DedType(WS-Taken-Idx)
                   TO SV-DedType(WS-Slip-Ded-Count)
               MOVE TK-Amount(WS-Taken-Idx)
                   TO SV-Amount(WS-Slip-Ded-Count)
               MOVE TK-ShortAmt(WS-Taken-Idx)
                   TO SV-ShortAmt(WS-Slip-Ded-Count)
               ADD TK-Amount(WS-Taken-Idx) TO WS-Voluntary-Total
           END-IF.

       FindDeductEntry.
           MOVE ZERO TO WS-Ded-Found-Idx.
           PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ded-Idx > WS-Ded-Count
                       OR WS-Ded-Found-Idx > ZERO
               IF DT-EmpID(WS-Ded-Idx) = EmpID
                       AND DT-DedType(WS-Ded-Idx) = WS-Match-Type
                       AND DT-PayeeCode(WS-Ded-Idx) = WS-Match-Payee
                   MOVE WS-Ded-Idx TO WS-Ded-Found-Idx
               END-IF
           END-PERFORM.

      * Only once the payslip has gone through: a NORMAL run adds to
      * the running totals and details each deduction for the payee
      * remittance; a REVERSAL takes the period's amounts back off.
       PostVoluntaryDeductions.
           PERFORM PostOneDeduction
               VARYING WS-Slip-Ded-Idx FROM 1 BY 1
               UNTIL WS-Slip-Ded-Idx > WS-Slip-Ded-Count.

       PostOneDeduction.
           MOVE SV-DedIdx(WS-Slip-Ded-Idx) TO WS-Ded-Idx.
           IF Mode-Normal
               ADD SV-Amount(WS-Slip-Ded-Idx)
                   TO DT-TakenToDate(WS-Ded-Idx)
               MOVE EmpID TO DD2-EmpID
               MOVE EmpName TO DD2-EmpName
               MOVE DT-DedType(WS-Ded-Idx) TO DD2-DedType
               MOVE DT-PayeeCode(WS-Ded-Idx) TO DD2-PayeeCode
               MOVE DT-PayeeName(WS-Ded-Idx) TO DD2-PayeeName
               MOVE DT-Reference(WS-Ded-Idx) TO DD2-Reference
               MOVE SV-Amount(WS-Slip-Ded-Idx) TO DD2-Amount
               MOVE SV-ShortAmt(WS-Slip-Ded-Idx) TO DD2-ShortAmt
               MOVE PayYear TO DD2-PayYear
               MOVE PayPeriod TO DD2-PayPeriod
               WRITE DeductDetailRec
               IF SV-ShortAmt(WS-Slip-Ded-Idx) > ZERO
                   MOVE "DEDUCTION TAKEN SHORT" TO WS-Except-Reason
                   PERFORM WriteExceptionLine
               END-IF
           END-IF.
           IF Mode-Reversal AND WS-Ded-Idx > ZERO
               IF DT-TakenToDate(WS-Ded-Idx)
                       > SV-Amount(WS-Slip-Ded-Idx)
                   SUBTRACT SV-Amount(WS-Slip-Ded-Idx)
                       FROM DT-TakenToDate(WS-Ded-Idx)
               ELSE
                   MOVE ZERO TO DT-TakenToDate(WS-Ded-Idx)
               END-IF
           END-IF.

       RewriteDeductionMaster.
           CALL "GenBackup" USING WS-Deduct-Backup-Name.
           OPEN OUTPUT PayDeductFile.
           PERFORM VARYING WS-Ded-Idx FROM 1 BY 1
                   UNTIL WS-Ded-Idx > WS-Ded-Count
               MOVE DT-EmpID(WS-Ded-Idx) TO VD-EmpID
               MOVE DT-DedType(WS-Ded-Idx) TO VD-DedType
               MOVE DT-PayeeCode(WS-Ded-Idx) TO VD-PayeeCode
               MOVE DT-PayeeName(WS-Ded-Idx) TO VD-PayeeName
               MOVE DT-Reference(WS-Ded-Idx) TO VD-Reference
               MOVE DT-Method(WS-Ded-Idx) TO VD-Method
               MOVE DT-Amount(WS-Ded-Idx) TO VD-Amount
               MOVE DT-Pct(WS-Ded-Idx) TO VD-Pct
               MOVE DT-StartDate(WS-Ded-Idx) TO VD-StartDate
               MOVE DT-StopDate(WS-Ded-Idx) TO VD-StopDate
               MOVE DT-TargetTotal(WS-Ded-Idx) TO VD-TargetTotal
               MOVE DT-TakenToDate(WS-Ded-Idx) TO VD-TakenToDate
               MOVE DT-ProtectedNet(WS-Ded-Idx) TO VD-ProtectedNet
               WRITE PayDeductionRec
           END-PERFORM.
           CLOSE PayDeductFile.

       LookupEmployeeMaster.
           MOVE "N" TO WS-EmpMaster-Found.
           PERFORM VARYING WS-EmpMaster-Idx FROM 1 BY 1
      * higher rate on the excess, less the employee's per-period tax
      * credit; PRSI at the employee's class rate; pension at the
      * employee's percentage. The Tax/PRSI/Pension figures on the
      * input file are only compared, never paid. A starter on the
      * emergency basis has the emergency band and no credit, and
      * no standard-rate band at all while no PPSN is held.
       ComputeStatutoryDeductions.
           MOVE ZERO TO WS-Tax-Refund.
           IF EM-Table-Emergency(WS-EmpMaster-Found-Idx)
               IF EM-TablePPSN(WS-EmpMaster-Found-Idx) = SPACES
                   COMPUTE WS-Tax-Work ROUNDED =
                       GrossPay * WS-HigherRate
               ELSE
                   IF GrossPay > WS-EmergBand
                       COMPUTE WS-Tax-Work ROUNDED =
                           (WS-EmergBand * WS-StdRate)
                           + ((GrossPay - WS-EmergBand)
                               * WS-HigherRate)
                   ELSE
                       COMPUTE WS-Tax-Work ROUNDED =
                           GrossPay * WS-StdRate
                   END-IF
               END-IF
           ELSE
               IF GrossPay > WS-StdBand
                   COMPUTE WS-Tax-Work ROUNDED =
                       (WS-StdBand * WS-StdRate)
                       + ((GrossPay - WS-StdBand) * WS-HigherRate)
                       - EM-TableTaxCredit(WS-EmpMaster-Found-Idx)
               ELSE
                   COMPUTE WS-Tax-Work ROUNDED =
                       (GrossPay * WS-StdRate)
                       - EM-TableTaxCredit(WS-EmpMaster-Found-Idx)
               END-IF
           END-IF.
           IF WS-Tax-Work < ZERO
               MOVE ZERO TO WS-Tax-Work
           END-IF.
           IF NOT Mode-Supple
                   AND NOT EM-Table-Emergency(WS-EmpMaster-Found-Idx)
                   AND EM-TableTrueUpYear(WS-EmpMaster-Found-Idx)
                       = PayYear
                   AND EM-TableTrueUpPeriod(WS-EmpMaster-Found-Idx)
                       = PayPeriod
               PERFORM TrueUpCertificateTax
           END-IF.
           MOVE WS-Tax-Work TO WS-Comp-Tax.
           PERFORM LookupPRSIClass.
           COMPUTE WS-Comp-PRSI ROUNDED = GrossPay * WS-Class-Rate.
           COMPUTE WS-Comp-Pension ROUNDED = GrossPay *
               EM-TablePensionPct(WS-EmpMaster-Found-Idx).

      * The certificate period: tax due on the cumulative basis for
      * the year to date, less what previous employment and earlier
      * periods here have already deducted. An overpayment comes
      * back as a refund, limited to the tax this employer has
      * deducted this year.
       TrueUpCertificateTax.
           PERFORM FindTrueUpPriors.
           MOVE ZERO TO WS-Prev-Pay.
           MOVE ZERO TO WS-Prev-Tax.
           DIVIDE EM-TableStartDate(WS-EmpMaster-Found-Idx) BY 10000
               GIVING WS-Start-Year.
           IF WS-Start-Year = PayYear
               MOVE EM-TablePrevPay(WS-EmpMaster-Found-Idx)
                   TO WS-Prev-Pay
               MOVE EM-TablePrevTax(WS-EmpMaster-Found-Idx)
                   TO WS-Prev-Tax
           END-IF.
           COMPUTE WS-Cum-Gross = WS-Prior-Gross + WS-Prev-Pay
               + GrossPay.
           COMPUTE WS-Cum-Band = WS-StdBand * PayPeriod.
           COMPUTE WS-Cum-Credit =
               EM-TableTaxCredit(WS-EmpMaster-Found-Idx) * PayPeriod.
           IF WS-Cum-Gross > WS-Cum-Band
               COMPUTE WS-Cum-Tax ROUNDED =
                   (WS-Cum-Band * WS-StdRate)
                   + ((WS-Cum-Gross - WS-Cum-Band) * WS-HigherRate)
                   - WS-Cum-Credit
           ELSE
               COMPUTE WS-Cum-Tax ROUNDED =
                   (WS-Cum-Gross * WS-StdRate) - WS-Cum-Credit
           END-IF.
           IF WS-Cum-Tax < ZERO
               MOVE ZERO TO WS-Cum-Tax
           END-IF.
           COMPUTE WS-Tax-Work = WS-Cum-Tax - WS-Prev-Tax
               - WS-Prior-Tax.
           IF WS-Tax-Work < ZERO
               COMPUTE WS-Tax-Refund = ZERO - WS-Tax-Work
               IF WS-Tax-Refund > WS-Prior-Tax
                   MOVE WS-Prior-Tax TO WS-Tax-Refund
               END-IF
               MOVE ZERO TO WS-Tax-Work
           END-IF.

      * NORMAL takes the year to date before this period from the
      * YTD table and logs it; REVERSAL and REPRINT read it back.
       FindTrueUpPriors.
           MOVE ZERO TO WS-Prior-Gross.
           MOVE ZERO TO WS-Prior-Tax.
           IF Mode-Normal
               PERFORM VARYING WS-Ytd-Idx FROM 1 BY 1
                       UNTIL WS-Ytd-Idx > WS-Ytd-Count
                   IF YT-EmpID(WS-Ytd-Idx) = EmpID
                           AND YT-PayYear(WS-Ytd-Idx) = PayYear
                       MOVE YT-YtdGross(WS-Ytd-Idx) TO WS-Prior-Gross
                       MOVE YT-YtdTax(WS-Ytd-Idx) TO WS-Prior-Tax
                   END-IF
               END-PERFORM
               MOVE EmpID TO TL-EmpID
               MOVE PayYear TO TL-PayYear
               MOVE PayPeriod TO TL-PayPeriod
               MOVE WS-Prior-Gross TO TL-PriorGross
               MOVE WS-Prior-Tax TO TL-PriorTax
               WRITE TrueUpLogRec
           ELSE
               MOVE "N" TO WS-TrueUp-Found
               PERFORM VARYING WS-TrueUp-Idx FROM 1 BY 1
                       UNTIL WS-TrueUp-Idx > WS-TrueUp-Count
                           OR TrueUp-Found
                   IF TU-EmpID(WS-TrueUp-Idx) = EmpID
                       MOVE "Y" TO WS-TrueUp-Found
                       MOVE TU-PriorGross(WS-TrueUp-Idx)
                           TO WS-Prior-Gross
                       MOVE TU-PriorTax(WS-TrueUp-Idx)
                           TO WS-Prior-Tax
                   END-IF
               END-PERFORM
           END-IF.

       WriteParallelLine.
           MOVE EmpID TO PL-EmpID.
           MOVE Tax TO PL-InTax.
           IF Mode-Reversal
               SUBTRACT GrossPay FROM YT-YtdGross(WS-Found-Ytd-Idx)
               SUBTRACT WS-Comp-Tax FROM YT-YtdTax(WS-Found-Ytd-Idx)
               ADD WS-Tax-Refund TO YT-YtdTax(WS-Found-Ytd-Idx)
               SUBTRACT WS-Comp-PRSI
                   FROM YT-YtdPRSI(WS-Found-Ytd-Idx)
               SUBTRACT WS-Comp-Pension
           ELSE
               ADD GrossPay TO YT-YtdGross(WS-Found-Ytd-Idx)
               ADD WS-Comp-Tax TO YT-YtdTax(WS-Found-Ytd-Idx)
               SUBTRACT WS-Tax-Refund FROM YT-YtdTax(WS-Found-Ytd-Idx)
               ADD WS-Comp-PRSI TO YT-YtdPRSI(WS-Found-Ytd-Idx)
               ADD WS-Comp-Pension
                   TO YT-YtdPension(WS-Found-Ytd-Idx)
                   END-IF
               END-IF
           END-IF.
           IF Payslip-Ok
               PERFORM ApplyAbsence
           END-IF.
           IF Payslip-Ok
               PERFORM ComputeStatutoryDeductions
               IF NOT Class-Found
                       MOVE "NETPAY OVERFLOW" TO WS-Except-Reason
               END-SUBTRACT
           END-IF.
           IF Payslip-Ok AND WS-Tax-Refund > ZERO
               ADD WS-Tax-Refund TO NetPay
                   ON SIZE ERROR
                       MOVE "N" TO WS-Payslip-Ok
                       MOVE "NETPAY OVERFLOW" TO WS-Except-Reason
               END-ADD
           END-IF.
           IF Payslip-Ok
               PERFORM TakeVoluntaryDeductions
           END-IF.
           IF Payslip-Ok
               PERFORM AddExpenseClaims
           END-IF.
           IF Payslip-Ok
               ADD 1 TO WS-Employee-Count
               ADD GrossPay TO WS-Total-Gross
                   PERFORM LookupYtdEntry
               ELSE
                   PERFORM AccumulateEmployeeYtd
                   PERFORM WritePayResult
               END-IF
               PERFORM WritePayslipBlock
               IF Mode-Normal OR Mode-Supple
                       PERFORM WritePensionDetail
                   END-IF
               END-IF
               PERFORM PostVoluntaryDeductions
           ELSE
               PERFORM WriteExceptionLine
           END-IF.
           MOVE PayPeriod TO PD2-PayPeriod.
           WRITE PensionDetailRec.

      * The figures as paid, for the Revenue submission, with the
      * year-to-date position AccumulateEmployeeYtd has just left.
       WritePayResult.
           MOVE EmpID TO RR-EmpID.
           MOVE EmpName TO RR-EmpName.
           MOVE EM-TablePPSN(WS-EmpMaster-Found-Idx) TO RR-PPSN.
           MOVE PayYear TO RR-PayYear.
           MOVE PayPeriod TO RR-PayPeriod.
           EVALUATE TRUE
               WHEN Mode-Supple
                   MOVE "S" TO RR-RunType
               WHEN Mode-Reversal
                   MOVE "R" TO RR-RunType
               WHEN OTHER
                   MOVE "N" TO RR-RunType
           END-EVALUATE.
           MOVE WS-Run-Date TO RR-RunDate.
           MOVE GrossPay TO RR-Gross.
           MOVE WS-Comp-Tax TO RR-Tax.
           MOVE WS-Tax-Refund TO RR-TaxRefund.
           MOVE WS-Comp-PRSI TO RR-PRSI.
           MOVE WS-Comp-Pension TO RR-Pension.
           COMPUTE RR-OtherDed = Deductions - WS-Comp-Tax
               - WS-Comp-PRSI - WS-Comp-Pension.
           MOVE NetPay TO RR-Net.
           MOVE YT-YtdGross(WS-Found-Ytd-Idx) TO RR-YtdGross.
           MOVE YT-YtdTax(WS-Found-Ytd-Idx) TO RR-YtdTax.
           MOVE YT-YtdPRSI(WS-Found-Ytd-Idx) TO RR-YtdPRSI.
           MOVE YT-YtdPension(WS-Found-Ytd-Idx) TO RR-YtdPension.
           WRITE PayResultRec.

       WriteExceptionLine.
           MOVE SPACES TO WS-Except-Line.
           MOVE EmpID TO EX-EmpID.
               MOVE WS-Payslip-Amount-Line TO PayslipLine
               WRITE PayslipLine
           END-IF.
           IF WS-Sick-Pay > ZERO
               MOVE "SICK PAY" TO PS-Caption
               MOVE WS-Sick-Pay TO PS-Period-Amt
               MOVE ZERO TO PS-Ytd-Amt
               MOVE WS-Payslip-Amount-Line TO PayslipLine
               WRITE PayslipLine
           END-IF.
           IF WS-Compassion-Pay > ZERO
               MOVE "COMPASSION" TO PS-Caption
               MOVE WS-Compassion-Pay TO PS-Period-Amt
               MOVE ZERO TO PS-Ytd-Amt
               MOVE WS-Payslip-Amount-Line TO PayslipLine
               WRITE PayslipLine
           END-IF.
           IF WS-Absence-Deduct > ZERO
               MOVE "UNPAID ABS" TO PS-Caption
               MOVE WS-Absence-Deduct TO PS-Period-Amt
               MOVE ZERO TO PS-Ytd-Amt
               MOVE WS-Payslip-Amount-Line TO PayslipLine
               WRITE PayslipLine
           END-IF.
           MOVE "TAX" TO PS-Caption.
           MOVE WS-Comp-Tax TO PS-Period-Amt.
           IF WS-Slip-Ytd-Idx > ZERO
           END-IF.
           MOVE WS-Payslip-Amount-Line TO PayslipLine.
           WRITE PayslipLine.
           IF WS-Tax-Refund > ZERO
               MOVE "TAX REFUND" TO PS-Caption
               MOVE WS-Tax-Refund TO PS-Period-Amt
               MOVE ZERO TO PS-Ytd-Amt
               MOVE WS-Payslip-Amount-Line TO PayslipLine
               WRITE PayslipLine
           END-IF.
           MOVE "PRSI" TO PS-Caption.
           MOVE WS-Comp-PRSI TO PS-Period-Amt.
           IF WS-Slip-Ytd-Idx > ZERO
           END-IF.
           MOVE WS-Payslip-Amount-Line TO PayslipLine.
           WRITE PayslipLine.
           PERFORM WriteSlipDeductionLine
               VARYING WS-Slip-Ded-Idx FROM 1 BY 1
               UNTIL WS-Slip-Ded-Idx > WS-Slip-Ded-Count.
           MOVE "DEDUCTIONS" TO PS-Caption.
           MOVE Deductions TO PS-Period-Amt.
           IF WS-Slip-Ytd-Idx > ZERO
           END-IF.
           MOVE WS-Payslip-Amount-Line TO PayslipLine.
           WRITE PayslipLine.
           IF WS-Expense-Amt > ZERO
               MOVE "EXPENSES" TO PS-Caption
               MOVE WS-Expense-Amt TO PS-Period-Amt
               MOVE ZERO TO PS-Ytd-Amt
               MOVE WS-Payslip-Amount-Line TO PayslipLine
               WRITE PayslipLine
           END-IF.
           MOVE "NET PAY" TO PS-Caption.
           MOVE NetPay TO PS-Period-Amt.
           IF WS-Slip-Ytd-Idx > ZERO
           MOVE WS-Payslip-Rule-Line TO PayslipLine.
           WRITE PayslipLine.

       WriteSlipDeductionLine.
           EVALUATE SV-DedType(WS-Slip-Ded-Idx)
               WHEN "U"
                   MOVE "UNION DUES" TO PS-Caption
               WHEN "H"
                   MOVE "HEALTH INS" TO PS-Caption
               WHEN "S"
                   MOVE "SAVINGS" TO PS-Caption
               WHEN "C"
                   MOVE "COURT ORDER" TO PS-Caption
               WHEN OTHER
                   MOVE "OTHER DEDN" TO PS-Caption
           END-EVALUATE.
           MOVE SV-Amount(WS-Slip-Ded-Idx) TO PS-Period-Amt.
           MOVE ZERO TO PS-Ytd-Amt.
           MOVE WS-Payslip-Amount-Line TO PayslipLine.
           WRITE PayslipLine.

      * The supplementary run is recorded in its own log, leaving
      * the main period control showing the main run only.
       WriteSupplementaryLog.
