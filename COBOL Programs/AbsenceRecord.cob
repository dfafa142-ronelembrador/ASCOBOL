      ******************************************************************
      * Author:
      * Date:
      * Purpose: Records absence in place of the paper absence
      *          sheets. Each sick, unpaid or compassionate spell on
      *          ABSENCE.DAT - employee, first and last day, working
      *          hours lost and whether a certificate covers it - is
      *          validated against EMPLOYEEMAST.DAT and the absence
      *          already recorded, and appended to ABSENCEHIST.DAT
      *          for PayrollRun, TimesheetGross and AbsenceReport.
      *          A spell in a closed pay period, for an unknown or
      *          departed employee, or overlapping one already held
      *          goes to the shared exceptions file instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsenceRecord.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AbsenceTranFile ASSIGN TO "ABSENCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AbsenceTran-Status.
           SELECT AbsenceHistFile ASSIGN TO "ABSENCEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AbsenceHist-Status.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AbsenceTranFile.
       01  AbsenceTranRec.
           02  AT-EmpID                PIC 9(5).
           02  AT-Type                 PIC X.
           02  AT-StartDate            PIC 9(8).
           02  AT-EndDate              PIC 9(8).
           02  AT-Hours                PIC 9(3)V99.
           02  AT-Certified            PIC X.

       FD  AbsenceHistFile.
           COPY ABSHIST.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-AbsenceTran-Status       PIC XX.
       01  WS-AbsenceHist-Status       PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Period-Subsys            PIC X(8) VALUE "PAY".
       01  WS-Period-Result            PIC X.
           88  Period-Closed               VALUE "C".

       01  WS-Eof-Switches.
           02  WS-Tran-Eof             PIC X VALUE "N".
               88  Tran-Eof                VALUE "Y".
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".

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

      * Spells already held, with this run's acceptances added as
      * they are written, so a spell is never recorded twice.
       01  WS-Spell-Count              PIC 9(4) VALUE ZERO.
       01  WS-Spell-Limit              PIC 9(4) VALUE 5000.
       01  SpellTable.
           02 Spell-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Spell-Count.
               03 SP-EmpID                 PIC 9(5).
               03 SP-StartDate             PIC 9(8).
               03 SP-EndDate               PIC 9(8).
       01  WS-Spell-Idx                PIC 9(4).
       01  WS-Overlap                  PIC X VALUE "N".
           88  Overlap-Found               VALUE "Y".

       01  WS-Tran-Ok                  PIC X VALUE "Y".
           88  Tran-Ok                     VALUE "Y".
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Read-Count               PIC 9(5) VALUE ZERO.
       01  WS-Accepted-Count           PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.

       01  WS-Exc-Key.
           02  XK-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  XK-StartDate            PIC 9(8).
           02  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadRecordedSpells.
           PERFORM OpenExceptionsFile.
           OPEN EXTEND AbsenceHistFile.
           IF WS-AbsenceHist-Status = "35"
               OPEN OUTPUT AbsenceHistFile
           END-IF.
           OPEN INPUT AbsenceTranFile.
           IF WS-AbsenceTran-Status = "00"
               READ AbsenceTranFile
                   AT END MOVE "Y" TO WS-Tran-Eof
               END-READ
               PERFORM UNTIL Tran-Eof
                   ADD 1 TO WS-Read-Count
                   PERFORM ProcessOneAbsence
                   READ AbsenceTranFile
                       AT END MOVE "Y" TO WS-Tran-Eof
                   END-READ
               END-PERFORM
               CLOSE AbsenceTranFile
           END-IF.
           CLOSE AbsenceHistFile.
           CLOSE ExceptionsFile.
           DISPLAY "ABSENCERECORD: " WS-Read-Count " READ, "
               WS-Accepted-Count " RECORDED, " WS-Rejected-Count
               " REJECTED".
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

       LoadRecordedSpells.
           OPEN INPUT AbsenceHistFile.
           IF WS-AbsenceHist-Status = "00"
               READ AbsenceHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   IF WS-Spell-Count < WS-Spell-Limit
                       ADD 1 TO WS-Spell-Count
                       MOVE AH-EmpID TO SP-EmpID(WS-Spell-Count)
                       MOVE AH-StartDate
                           TO SP-StartDate(WS-Spell-Count)
                       MOVE AH-EndDate TO SP-EndDate(WS-Spell-Count)
                   END-IF
                   READ AbsenceHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE AbsenceHistFile
           END-IF.

       ProcessOneAbsence.
           PERFORM ValidateAbsence.
           IF Tran-Ok
               MOVE AT-EmpID TO AH-EmpID
               MOVE AT-Type TO AH-Type
               MOVE AT-StartDate TO AH-StartDate
               MOVE AT-EndDate TO AH-EndDate
               MOVE AT-Hours TO AH-Hours
               MOVE AT-Certified TO AH-Certified
               MOVE WS-Run-Date TO AH-RecordedDate
               WRITE AbsenceHistRec
               ADD 1 TO WS-Accepted-Count
               IF WS-Spell-Count < WS-Spell-Limit
                   ADD 1 TO WS-Spell-Count
                   MOVE AT-EmpID TO SP-EmpID(WS-Spell-Count)
                   MOVE AT-StartDate TO SP-StartDate(WS-Spell-Count)
                   MOVE AT-EndDate TO SP-EndDate(WS-Spell-Count)
               END-IF
           ELSE
               PERFORM WriteAbsenceException
           END-IF.

       ValidateAbsence.
           MOVE "Y" TO WS-Tran-Ok.
           IF AT-Certified = SPACE
               MOVE "N" TO AT-Certified
           END-IF.
           PERFORM FindEmployee.
           EVALUATE TRUE
               WHEN NOT Emp-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-Reject-Reason
               WHEN AT-Type NOT = "S" AND AT-Type NOT = "U"
                       AND AT-Type NOT = "C"
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID ABSENCE TYPE" TO WS-Reject-Reason
               WHEN AT-StartDate IS NOT NUMERIC
                       OR AT-EndDate IS NOT NUMERIC
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID ABSENCE DATE" TO WS-Reject-Reason
               WHEN FUNCTION TEST-DATE-YYYYMMDD(AT-StartDate)
                       NOT = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD(AT-EndDate)
                           NOT = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID ABSENCE DATE" TO WS-Reject-Reason
               WHEN AT-EndDate < AT-StartDate
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "ABSENCE ENDS BEFORE IT STARTS"
                       TO WS-Reject-Reason
               WHEN AT-Hours IS NOT NUMERIC OR AT-Hours = ZERO
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "NO HOURS LOST" TO WS-Reject-Reason
               WHEN AT-Certified NOT = "Y" AND AT-Certified NOT = "N"
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "INVALID CERTIFIED FLAG" TO WS-Reject-Reason
               WHEN ET-LeaveDate(WS-Emp-Found-Idx) NOT = ZERO
                       AND AT-StartDate
                           > ET-LeaveDate(WS-Emp-Found-Idx)
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "ABSENCE AFTER LEAVING DATE"
                       TO WS-Reject-Reason
           END-EVALUATE.
           IF Tran-Ok
               PERFORM CheckOverlap
               IF Overlap-Found
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "OVERLAPS RECORDED ABSENCE"
                       TO WS-Reject-Reason
               END-IF
           END-IF.
           IF Tran-Ok
               CALL "PeriodCheck" USING WS-Period-Subsys
                   AT-StartDate WS-Period-Result
               IF Period-Closed
                   MOVE "N" TO WS-Tran-Ok
                   MOVE "PAY PERIOD CLOSED" TO WS-Reject-Reason
               END-IF
           END-IF.

       FindEmployee.
           MOVE "N" TO WS-Emp-Found.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count OR Emp-Found
               IF ET-EmpID(WS-Emp-Idx) = AT-EmpID
                   MOVE "Y" TO WS-Emp-Found
                   MOVE WS-Emp-Idx TO WS-Emp-Found-Idx
               END-IF
           END-PERFORM.

       CheckOverlap.
           MOVE "N" TO WS-Overlap.
           PERFORM VARYING WS-Spell-Idx FROM 1 BY 1
                   UNTIL WS-Spell-Idx > WS-Spell-Count
                       OR Overlap-Found
               IF SP-EmpID(WS-Spell-Idx) = AT-EmpID
                       AND SP-StartDate(WS-Spell-Idx) <= AT-EndDate
                       AND SP-EndDate(WS-Spell-Idx) >= AT-StartDate
                   MOVE "Y" TO WS-Overlap
               END-IF
           END-PERFORM.

       WriteAbsenceException.
           ADD 1 TO WS-Rejected-Count.
           MOVE AT-EmpID TO XK-EmpID.
           MOVE AT-StartDate TO XK-StartDate.
           MOVE SPACES TO ExceptionRecord.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "ABSENCE" TO EXC-Source.
           MOVE WS-Exc-Key TO EXC-Key.
           MOVE WS-Reject-Reason TO EXC-Reason.
           WRITE ExceptionRecord.

       END PROGRAM AbsenceRecord.
