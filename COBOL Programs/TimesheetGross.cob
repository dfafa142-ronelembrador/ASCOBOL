      *          hours) at the overtime multiple, and writes the
      *          EMPLOYEEPAY.DAT records PayrollRun already consumes.
      *          A week over the configurable hours ceiling is
      *          flagged to the payroll exception file. Hours lost
      *          to absence recorded on ABSENCEHIST.DAT in the period
      *          come off the hours paid; PayrollRun pays any sick or
      *          compassionate pay due on them under the scheme.
      *          Time worked outside the rostered shift (timesheet
      *          shift type X from ClockPunch) is paid at the
      *          overtime multiple only as far as a supervisor has
      *          approved it on OTAPPROVE.DAT; the rest is paid at
      *          the plain rate, kept out of the weekly overtime
      *          count, and flagged to the payroll exception file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                FILE STATUS IS WS-EmployeePay-Status.
           SELECT PayrollExceptFile ASSIGN TO "PAYROLLEXCEPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AbsenceHistFile ASSIGN TO "ABSENCEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AbsenceHist-Status.
           SELECT OtApproveFile ASSIGN TO "OTAPPROVE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OtApprove-Status.
           SELECT EmpRateFile ASSIGN TO "EMPRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpRate-Status.
           02  TS-Hours                PIC 9(2)V99.
           02  TS-ShiftType            PIC X.
               88  TS-Premium-Shift        VALUE "P".
               88  TS-Outside-Roster       VALUE "X".

       FD  EmployeeMasterFile.
           COPY EMPMAST.
       FD  PayrollExceptFile.
       01  PayrollExceptLine            PIC X(50).

       FD  AbsenceHistFile.
           COPY ABSHIST.

      * A supervisor's approval of time worked outside the roster
      * on one day; zero hours approves all of that day's time.
       FD  OtApproveFile.
       01  OtApproveRec.
           02  OV-EmpID                PIC 9(5).
           02  OV-WorkDate             PIC 9(8).
           02  OV-ApprovedBy           PIC X(8).
           02  OV-Hours                PIC 9(2)V99.

       FD  EmpRateFile.
           COPY EMPRATES.

               03 TG-OrdHours              PIC 9(3)V99.
               03 TG-PremHours             PIC 9(3)V99.
               03 TG-RateDate              PIC 9(8).
               03 TG-AbsentHours           PIC 9(3)V99.
               03 TG-PlainHours            PIC 9(3)V99.
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Entry-Found              PIC X VALUE "N".
       01  WS-Best-EffDate             PIC 9(8).
       01  WS-Week-Rate                PIC 9(3)V99.

       01  WS-AbsenceHist-Status       PIC XX.
       01  WS-AbsenceHist-Eof          PIC X VALUE "N".
           88  AbsenceHist-Eof             VALUE "Y".
       01  WS-Pay-Month-Key            PIC 9(6).
       01  WS-Absent-Hours             PIC 9(3)V99.

       01  WS-OtApprove-Status         PIC XX.
       01  WS-OtApprove-Eof            PIC X VALUE "N".
           88  OtApprove-Eof               VALUE "Y".
       01  WS-Approval-Count           PIC 9(4) VALUE ZERO.
       01  ApprovalTable.
           02 Approval-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Approval-Count.
               03 AP-EmpID                 PIC 9(5).
               03 AP-WorkDate              PIC 9(8).
               03 AP-Remaining             PIC 9(2)V99.
       01  WS-Approval-Idx             PIC 9(4).
       01  WS-Outside-Left             PIC 9(2)V99.
       01  WS-Approved-Now             PIC 9(2)V99.

       01  WS-Base-Hours               PIC 9(3)V99.
       01  WS-OT-Hours                 PIC 9(3)V99.
       01  WS-Gross-Pay                PIC 9(6)V99.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Pay-Year.
           MOVE WS-Run-Date(5:2) TO WS-Pay-Period.
           PERFORM CheckPeriodNotAlreadyFed.
           ELSE
               PERFORM LoadEmployeeMaster
               PERFORM LoadRateHistory
               PERFORM LoadApprovals
               PERFORM AccumulateTimesheets
               PERFORM DeductAbsentHours
               PERFORM WriteEmployeePayFile
           END-IF.
           STOP RUN.
                   MOVE ZERO TO TG-OrdHours(WS-Employee-Count)
                   MOVE ZERO TO TG-PremHours(WS-Employee-Count)
                   MOVE ZERO TO TG-RateDate(WS-Employee-Count)
                   MOVE ZERO TO TG-AbsentHours(WS-Employee-Count)
                   MOVE ZERO TO TG-PlainHours(WS-Employee-Count)
               END-IF
               READ EmployeeMasterFile
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               CLOSE EmpRateFile
           END-IF.

       LoadApprovals.
           OPEN INPUT OtApproveFile.
           IF WS-OtApprove-Status = "00"
               READ OtApproveFile
                   AT END MOVE "Y" TO WS-OtApprove-Eof
               END-READ
               PERFORM UNTIL OtApprove-Eof
                   IF WS-Approval-Count < 1000
                           AND OV-ApprovedBy NOT = SPACES
                       ADD 1 TO WS-Approval-Count
                       MOVE OV-EmpID TO AP-EmpID(WS-Approval-Count)
                       MOVE OV-WorkDate
                           TO AP-WorkDate(WS-Approval-Count)
                       IF OV-Hours = ZERO
                           MOVE 99.99 TO AP-Remaining(WS-Approval-Count)
                       ELSE
                           MOVE OV-Hours
                               TO AP-Remaining(WS-Approval-Count)
                       END-IF
                   END-IF
                   READ OtApproveFile
                       AT END MOVE "Y" TO WS-OtApprove-Eof
                   END-READ
               END-PERFORM
               CLOSE OtApproveFile
           END-IF.

      * The rate in force for the week: the employee's latest-dated
      * history entry not after the week's last worked date, falling
      * back to the flat master rate when no history applies.
       AccumulateOneTimesheet.
           PERFORM LookupEmployee.
           IF Entry-Found
               EVALUATE TRUE
                   WHEN TS-Premium-Shift
                       ADD TS-Hours TO TG-PremHours(WS-Found-Idx)
                   WHEN TS-Outside-Roster
                       PERFORM SplitOutsideHours
                   WHEN OTHER
                       ADD TS-Hours TO TG-OrdHours(WS-Found-Idx)
               END-EVALUATE
               IF TS-WorkDate > TG-RateDate(WS-Found-Idx)
                   MOVE TS-WorkDate TO TG-RateDate(WS-Found-Idx)
               END-IF
               WRITE PayrollExceptLine
           END-IF.

      * Approved outside-roster time is premium time; whatever the
      * day's approvals do not cover is plain time.
       SplitOutsideHours.
           MOVE TS-Hours TO WS-Outside-Left.
           PERFORM VARYING WS-Approval-Idx FROM 1 BY 1
                   UNTIL WS-Approval-Idx > WS-Approval-Count
                       OR WS-Outside-Left = ZERO
               IF AP-EmpID(WS-Approval-Idx) = TS-EmpID
                       AND AP-WorkDate(WS-Approval-Idx) = TS-WorkDate
                       AND AP-Remaining(WS-Approval-Idx) > ZERO
                   IF AP-Remaining(WS-Approval-Idx) < WS-Outside-Left
                       MOVE AP-Remaining(WS-Approval-Idx)
                           TO WS-Approved-Now
                   ELSE
                       MOVE WS-Outside-Left TO WS-Approved-Now
                   END-IF
                   SUBTRACT WS-Approved-Now
                       FROM AP-Remaining(WS-Approval-Idx)
                   SUBTRACT WS-Approved-Now FROM WS-Outside-Left
                   ADD WS-Approved-Now TO TG-PremHours(WS-Found-Idx)
               END-IF
           END-PERFORM.
           ADD WS-Outside-Left TO TG-PlainHours(WS-Found-Idx).

      * Absence comes off ordinary hours first and any excess off
      * premium-shift hours, never below nothing.
       DeductAbsentHours.
           COMPUTE WS-Pay-Month-Key = WS-Pay-Year * 100 + WS-Pay-Period.
           OPEN INPUT AbsenceHistFile.
           IF WS-AbsenceHist-Status = "00"
               READ AbsenceHistFile
                   AT END MOVE "Y" TO WS-AbsenceHist-Eof
               END-READ
               PERFORM UNTIL AbsenceHist-Eof
                   IF AH-StartDate(1:6) = WS-Pay-Month-Key
                       MOVE AH-EmpID TO TS-EmpID
                       PERFORM LookupEmployee
                       IF Entry-Found
                           PERFORM DeductOneAbsence
                       END-IF
                   END-IF
                   READ AbsenceHistFile
                       AT END MOVE "Y" TO WS-AbsenceHist-Eof
                   END-READ
               END-PERFORM
               CLOSE AbsenceHistFile
           END-IF.

      * An employee absent all period still gets a pay record, so
      * PayrollRun can pay any sick pay due.
       DeductOneAbsence.
           ADD AH-Hours TO TG-AbsentHours(WS-Found-Idx).
           MOVE AH-Hours TO WS-Absent-Hours.
           IF WS-Absent-Hours > TG-OrdHours(WS-Found-Idx)
               SUBTRACT TG-OrdHours(WS-Found-Idx) FROM WS-Absent-Hours
               MOVE ZERO TO TG-OrdHours(WS-Found-Idx)
               IF WS-Absent-Hours > TG-PremHours(WS-Found-Idx)
                   MOVE ZERO TO TG-PremHours(WS-Found-Idx)
               ELSE
                   SUBTRACT WS-Absent-Hours
                       FROM TG-PremHours(WS-Found-Idx)
               END-IF
           ELSE
               SUBTRACT WS-Absent-Hours FROM TG-OrdHours(WS-Found-Idx)
           END-IF.

      * The pay file also carries the salaried feed, so the hourly
      * records are appended rather than rewriting the file.
       WriteEmployeePayFile.

       ComputeOneEmployeeGross.
           COMPUTE WS-Total-Hours =
               TG-OrdHours(WS-Emp-Idx) + TG-PremHours(WS-Emp-Idx)
               + TG-PlainHours(WS-Emp-Idx).
           IF WS-Total-Hours = ZERO
                   AND TG-AbsentHours(WS-Emp-Idx) = ZERO
               CONTINUE
           ELSE
               IF WS-Total-Hours > WS-Hours-Ceiling
                   MOVE ZERO TO WS-OT-Hours
               END-IF
               ADD TG-PremHours(WS-Emp-Idx) TO WS-OT-Hours
               ADD TG-PlainHours(WS-Emp-Idx) TO WS-Base-Hours
               IF TG-PlainHours(WS-Emp-Idx) > ZERO
                   MOVE SPACES TO WS-Except-Line
                   MOVE TG-EmpID(WS-Emp-Idx) TO EX-EmpID
                   MOVE TG-EmpName(WS-Emp-Idx) TO EX-EmpName
                   MOVE "UNAPPROVED OFF-ROSTER" TO EX-Reason
                   MOVE WS-Except-Line TO PayrollExceptLine
                   WRITE PayrollExceptLine
               END-IF
               PERFORM FindWeekRate
               COMPUTE WS-Gross-Pay ROUNDED =
                   (WS-Base-Hours * WS-Week-Rate)
