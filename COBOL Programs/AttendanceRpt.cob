      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily attendance against the roster. For the report
      *          date (ATTENDPARM.DAT, default today) each employee
      *          rostered on ROSTER.DAT is matched to their clock
      *          events on CLOCKEVENTS.DAT: a first IN later than
      *          the shift start plus the grace minutes is a late
      *          arrival, a last OUT earlier than the shift end less
      *          the grace is an early leaver, and no punches at all
      *          is a no-show unless ABSENCEHIST.DAT already records
      *          an absence that day. Anyone who clocked in without
      *          being rostered is listed as unrostered attendance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendanceRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttendParmFile ASSIGN TO "ATTENDPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AttendParm-Status.
           SELECT RosterFile ASSIGN TO "ROSTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Roster-Status.
           SELECT ClockEventFile ASSIGN TO "CLOCKEVENTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ClockEvent-Status.
           SELECT AbsenceHistFile ASSIGN TO "ABSENCEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AbsenceHist-Status.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT AttendRptFile ASSIGN TO "ATTENDANCE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AttendParmFile.
       01  AttendParmRec.
           02  AP-ReportDate           PIC 9(8).
           02  AP-GraceMinutes         PIC 9(2).

       FD  RosterFile.
           COPY ROSTER.

       FD  ClockEventFile.
       01  ClockEventRec.
           02  CE-EmpID                PIC 9(5).
           02  CE-EventDate            PIC 9(8).
           02  CE-EventTime            PIC 9(4).
           02  CE-Direction            PIC X.
               88  CE-Clock-In             VALUE "I".
               88  CE-Clock-Out            VALUE "O".

       FD  AbsenceHistFile.
           COPY ABSHIST.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  AttendRptFile.
       01  AttendRptLine               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AttendParm-Status        PIC XX.
       01  WS-Roster-Status            PIC XX.
       01  WS-ClockEvent-Status        PIC XX.
       01  WS-AbsenceHist-Status       PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-Report-Date              PIC 9(8).
       01  WS-Grace-Minutes            PIC 9(2) VALUE 5.
       01  WS-Event-Minutes            PIC 9(5).

       01  WS-Eof-Switches.
           02  WS-Roster-Eof           PIC X VALUE "N".
               88  Roster-Eof              VALUE "Y".
           02  WS-Event-Eof            PIC X VALUE "N".
               88  Event-Eof               VALUE "Y".
           02  WS-Absence-Eof          PIC X VALUE "N".
               88  Absence-Eof             VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".

       01  WS-Roster-Count             PIC 9(4) VALUE ZERO.
       01  RosterTable.
           02 Roster-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Roster-Count.
               03 RS-EmpID                 PIC 9(5).
               03 RS-ShiftStart            PIC 9(4).
               03 RS-ShiftEnd              PIC 9(4).
               03 RS-StartMinutes          PIC 9(5).
               03 RS-EndMinutes            PIC 9(5).
       01  WS-Roster-Idx               PIC 9(4).
       01  WS-Rostered                 PIC X.
           88  Is-Rostered                 VALUE "Y".

      * One entry per employee who punched on the day: the first IN
      * and the last OUT.
       01  WS-Punch-Count              PIC 9(4) VALUE ZERO.
       01  PunchTable.
           02 Punch-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Punch-Count.
               03 PU-EmpID                 PIC 9(5).
               03 PU-FirstIn               PIC 9(4).
               03 PU-FirstInMins           PIC 9(5).
               03 PU-LastOut               PIC 9(4).
               03 PU-LastOutMins           PIC 9(5).
               03 PU-HasIn                 PIC X.
               03 PU-HasOut                PIC X.
       01  WS-Punch-Idx                PIC 9(4).
       01  WS-Punch-Found-Idx          PIC 9(4).

       01  WS-Absent-Count             PIC 9(4) VALUE ZERO.
       01  AbsentTable.
           02 Absent-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Absent-Count.
               03 AB-EmpID                 PIC 9(5).
       01  WS-Absent-Idx               PIC 9(4).
       01  WS-Absence-Recorded         PIC X.
           88  Absence-Recorded            VALUE "Y".

       01  WS-Emp-Count                PIC 9(4) VALUE ZERO.
       01  EmpNameTable.
           02 EmpName-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 EN-EmpID                 PIC 9(5).
               03 EN-EmpName               PIC X(20).
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Lookup-EmpID             PIC 9(5).

       01  WS-Late-Minutes             PIC S9(5).
       01  WS-Attended-Count           PIC 9(4) VALUE ZERO.
       01  WS-Late-Count               PIC 9(4) VALUE ZERO.
       01  WS-Early-Count              PIC 9(4) VALUE ZERO.
       01  WS-NoShow-Count             PIC 9(4) VALUE ZERO.
       01  WS-Recorded-Count           PIC 9(4) VALUE ZERO.
       01  WS-NoOut-Count              PIC 9(4) VALUE ZERO.
       01  WS-Unrostered-Count         PIC 9(4) VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(22)
                   VALUE "DAILY ATTENDANCE FOR  ".
           02  RH-ReportDate           PIC 9(8).
           02  FILLER                  PIC X(9) VALUE "  GRACE: ".
           02  RH-Grace                PIC Z9.
           02  FILLER                  PIC X(5) VALUE " MINS".
           02  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-Column-Heading.
           02  FILLER                  PIC X(27)
                   VALUE "EMPNO NAME".
           02  FILLER                  PIC X(10) VALUE "ROSTER".
           02  FILLER                  PIC X(11) VALUE "CLOCKED".
           02  FILLER                  PIC X(22) VALUE "EXCEPTION".
           02  FILLER                  PIC X(10) VALUE "MINS".

       01  WS-Detail-Line.
           02  DL-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-EmpName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-Roster.
               03  DL-ShiftStart       PIC 9(4).
               03  DL-RosterSep        PIC X VALUE "-".
               03  DL-ShiftEnd         PIC 9(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  DL-Clocked.
               03  DL-ClockIn          PIC 9(4).
               03  DL-ClockSep         PIC X VALUE "-".
               03  DL-ClockOut         PIC 9(4).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-Exception            PIC X(22).
           02  DL-Minutes              PIC ZZZ9.
           02  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-Total-Line-1.
           02  FILLER                  PIC X(10) VALUE "ROSTERED: ".
           02  TL-Rostered             PIC ZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  ATTENDED: ".
           02  TL-Attended             PIC ZZZ9.
           02  FILLER                  PIC X(8) VALUE "  LATE: ".
           02  TL-Late                 PIC ZZZ9.
           02  FILLER                  PIC X(9) VALUE "  EARLY: ".
           02  TL-Early                PIC ZZZ9.
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-Total-Line-2.
           02  FILLER                  PIC X(10) VALUE "NO-SHOWS: ".
           02  TL-NoShow               PIC ZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  ABSENCES: ".
           02  TL-Recorded             PIC ZZZ9.
           02  FILLER                  PIC X(10)
                   VALUE "  NO OUT: ".
           02  TL-NoOut                PIC ZZZ9.
           02  FILLER                  PIC X(14)
                   VALUE "  UNROSTERED: ".
           02  TL-Unrostered           PIC ZZZ9.
           02  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM ReadReportParameters.
           PERFORM LoadEmployeeNames.
           PERFORM LoadDayRoster.
           PERFORM LoadDayPunches.
           PERFORM LoadDayAbsences.
           OPEN OUTPUT AttendRptFile.
           MOVE WS-Report-Date TO RH-ReportDate.
           MOVE WS-Grace-Minutes TO RH-Grace.
           MOVE WS-Report-Heading TO AttendRptLine.
           WRITE AttendRptLine.
           MOVE WS-Column-Heading TO AttendRptLine.
           WRITE AttendRptLine.
           PERFORM CheckOneRosteredShift
               VARYING WS-Roster-Idx FROM 1 BY 1
               UNTIL WS-Roster-Idx > WS-Roster-Count.
           PERFORM CheckOneUnrostered
               VARYING WS-Punch-Idx FROM 1 BY 1
               UNTIL WS-Punch-Idx > WS-Punch-Count.
           MOVE SPACES TO AttendRptLine.
           WRITE AttendRptLine.
           MOVE WS-Roster-Count TO TL-Rostered.
           MOVE WS-Attended-Count TO TL-Attended.
           MOVE WS-Late-Count TO TL-Late.
           MOVE WS-Early-Count TO TL-Early.
           MOVE WS-Total-Line-1 TO AttendRptLine.
           WRITE AttendRptLine.
           MOVE WS-NoShow-Count TO TL-NoShow.
           MOVE WS-Recorded-Count TO TL-Recorded.
           MOVE WS-NoOut-Count TO TL-NoOut.
           MOVE WS-Unrostered-Count TO TL-Unrostered.
           MOVE WS-Total-Line-2 TO AttendRptLine.
           WRITE AttendRptLine.
           CLOSE AttendRptFile.
           DISPLAY "ATTENDANCERPT: " WS-Report-Date " ROSTERED "
               WS-Roster-Count " LATE " WS-Late-Count " EARLY "
               WS-Early-Count " NO-SHOW " WS-NoShow-Count
               " UNROSTERED " WS-Unrostered-Count.
           STOP RUN.

       ReadReportParameters.
           CALL "BusDate" USING WS-Report-Date.
           OPEN INPUT AttendParmFile.
           IF WS-AttendParm-Status = "00"
               READ AttendParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF AP-ReportDate IS NUMERIC
                               AND AP-ReportDate > ZERO
                           MOVE AP-ReportDate TO WS-Report-Date
                       END-IF
                       IF AP-GraceMinutes IS NUMERIC
                           MOVE AP-GraceMinutes TO WS-Grace-Minutes
                       END-IF
               END-READ
               CLOSE AttendParmFile
           END-IF.

       LoadEmployeeNames.
           OPEN INPUT EmployeeMasterFile.
           IF WS-EmpMaster-Status = "00"
               READ EmployeeMasterFile
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               END-READ
               PERFORM UNTIL EmpMaster-Eof
                   IF WS-Emp-Count < 500
                       ADD 1 TO WS-Emp-Count
                       MOVE EM-EmpID TO EN-EmpID(WS-Emp-Count)
                       MOVE EM-EmpName TO EN-EmpName(WS-Emp-Count)
                   END-IF
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       LoadDayRoster.
           OPEN INPUT RosterFile.
           IF WS-Roster-Status = "00"
               READ RosterFile
                   AT END MOVE "Y" TO WS-Roster-Eof
               END-READ
               PERFORM UNTIL Roster-Eof
                   IF RO-WorkDate = WS-Report-Date
                           AND WS-Roster-Count < 1000
                       ADD 1 TO WS-Roster-Count
                       MOVE RO-EmpID TO RS-EmpID(WS-Roster-Count)
                       MOVE RO-ShiftStart
                           TO RS-ShiftStart(WS-Roster-Count)
                       MOVE RO-ShiftEnd TO RS-ShiftEnd(WS-Roster-Count)
                       COMPUTE RS-StartMinutes(WS-Roster-Count) =
                           FUNCTION INTEGER-PART(RO-ShiftStart / 100)
                               * 60
                           + FUNCTION MOD(RO-ShiftStart 100)
                       COMPUTE RS-EndMinutes(WS-Roster-Count) =
                           FUNCTION INTEGER-PART(RO-ShiftEnd / 100) * 60
                           + FUNCTION MOD(RO-ShiftEnd 100)
                   END-IF
                   READ RosterFile
                       AT END MOVE "Y" TO WS-Roster-Eof
                   END-READ
               END-PERFORM
               CLOSE RosterFile
           END-IF.

       LoadDayPunches.
           OPEN INPUT ClockEventFile.
           IF WS-ClockEvent-Status = "00"
               READ ClockEventFile
                   AT END MOVE "Y" TO WS-Event-Eof
               END-READ
               PERFORM UNTIL Event-Eof
                   IF CE-EventDate = WS-Report-Date
                       PERFORM NoteOnePunch
                   END-IF
                   READ ClockEventFile
                       AT END MOVE "Y" TO WS-Event-Eof
                   END-READ
               END-PERFORM
               CLOSE ClockEventFile
           END-IF.

       NoteOnePunch.
           MOVE ZERO TO WS-Punch-Found-Idx.
           PERFORM VARYING WS-Punch-Idx FROM 1 BY 1
                   UNTIL WS-Punch-Idx > WS-Punch-Count
                       OR WS-Punch-Found-Idx > ZERO
               IF PU-EmpID(WS-Punch-Idx) = CE-EmpID
                   MOVE WS-Punch-Idx TO WS-Punch-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Punch-Found-Idx = ZERO AND WS-Punch-Count < 1000
               ADD 1 TO WS-Punch-Count
               MOVE WS-Punch-Count TO WS-Punch-Found-Idx
               MOVE CE-EmpID TO PU-EmpID(WS-Punch-Found-Idx)
               MOVE "N" TO PU-HasIn(WS-Punch-Found-Idx)
               MOVE "N" TO PU-HasOut(WS-Punch-Found-Idx)
               MOVE ZERO TO PU-FirstIn(WS-Punch-Found-Idx)
               MOVE ZERO TO PU-LastOut(WS-Punch-Found-Idx)
           END-IF.
           IF WS-Punch-Found-Idx > ZERO
               COMPUTE WS-Event-Minutes =
                   FUNCTION INTEGER-PART(CE-EventTime / 100) * 60
                   + FUNCTION MOD(CE-EventTime 100)
               IF CE-Clock-In
                   IF PU-HasIn(WS-Punch-Found-Idx) = "N"
                           OR WS-Event-Minutes
                               < PU-FirstInMins(WS-Punch-Found-Idx)
                       MOVE "Y" TO PU-HasIn(WS-Punch-Found-Idx)
                       MOVE CE-EventTime
                           TO PU-FirstIn(WS-Punch-Found-Idx)
                       MOVE WS-Event-Minutes
                           TO PU-FirstInMins(WS-Punch-Found-Idx)
                   END-IF
               END-IF
               IF CE-Clock-Out
                   IF PU-HasOut(WS-Punch-Found-Idx) = "N"
                           OR WS-Event-Minutes
                               > PU-LastOutMins(WS-Punch-Found-Idx)
                       MOVE "Y" TO PU-HasOut(WS-Punch-Found-Idx)
                       MOVE CE-EventTime
                           TO PU-LastOut(WS-Punch-Found-Idx)
                       MOVE WS-Event-Minutes
                           TO PU-LastOutMins(WS-Punch-Found-Idx)
                   END-IF
               END-IF
           END-IF.

       LoadDayAbsences.
           OPEN INPUT AbsenceHistFile.
           IF WS-AbsenceHist-Status = "00"
               READ AbsenceHistFile
                   AT END MOVE "Y" TO WS-Absence-Eof
               END-READ
               PERFORM UNTIL Absence-Eof
                   IF AH-StartDate <= WS-Report-Date
                           AND AH-EndDate >= WS-Report-Date
                           AND WS-Absent-Count < 1000
                       ADD 1 TO WS-Absent-Count
                       MOVE AH-EmpID TO AB-EmpID(WS-Absent-Count)
                   END-IF
                   READ AbsenceHistFile
                       AT END MOVE "Y" TO WS-Absence-Eof
                   END-READ
               END-PERFORM
               CLOSE AbsenceHistFile
           END-IF.

       CheckOneRosteredShift.
           MOVE RS-EmpID(WS-Roster-Idx) TO WS-Lookup-EmpID.
           PERFORM StartDetailLine.
           MOVE RS-ShiftStart(WS-Roster-Idx) TO DL-ShiftStart.
           MOVE RS-ShiftEnd(WS-Roster-Idx) TO DL-ShiftEnd.
           MOVE "-" TO DL-RosterSep.
           MOVE ZERO TO WS-Punch-Found-Idx.
           PERFORM VARYING WS-Punch-Idx FROM 1 BY 1
                   UNTIL WS-Punch-Idx > WS-Punch-Count
                       OR WS-Punch-Found-Idx > ZERO
               IF PU-EmpID(WS-Punch-Idx) = WS-Lookup-EmpID
                   MOVE WS-Punch-Idx TO WS-Punch-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Punch-Found-Idx = ZERO
               PERFORM ReportMissingEmployee
           ELSE
               ADD 1 TO WS-Attended-Count
               PERFORM ReportRosteredAttendance
           END-IF.

       ReportMissingEmployee.
           MOVE "N" TO WS-Absence-Recorded.
           PERFORM VARYING WS-Absent-Idx FROM 1 BY 1
                   UNTIL WS-Absent-Idx > WS-Absent-Count
                       OR Absence-Recorded
               IF AB-EmpID(WS-Absent-Idx) = WS-Lookup-EmpID
                   MOVE "Y" TO WS-Absence-Recorded
               END-IF
           END-PERFORM.
           MOVE SPACES TO DL-Clocked.
           IF Absence-Recorded
               MOVE "ABSENCE RECORDED" TO DL-Exception
               ADD 1 TO WS-Recorded-Count
           ELSE
               MOVE "NO-SHOW" TO DL-Exception
               ADD 1 TO WS-NoShow-Count
           END-IF.
           MOVE ZERO TO DL-Minutes.
           PERFORM WriteDetailLine.

       ReportRosteredAttendance.
           MOVE PU-FirstIn(WS-Punch-Found-Idx) TO DL-ClockIn.
           MOVE "-" TO DL-ClockSep.
           MOVE PU-LastOut(WS-Punch-Found-Idx) TO DL-ClockOut.
           IF PU-HasIn(WS-Punch-Found-Idx) = "Y"
               COMPUTE WS-Late-Minutes =
                   PU-FirstInMins(WS-Punch-Found-Idx)
                   - RS-StartMinutes(WS-Roster-Idx)
               IF WS-Late-Minutes > WS-Grace-Minutes
                   MOVE "LATE ARRIVAL" TO DL-Exception
                   MOVE WS-Late-Minutes TO DL-Minutes
                   ADD 1 TO WS-Late-Count
                   PERFORM WriteDetailLine
               END-IF
           END-IF.
           IF PU-HasOut(WS-Punch-Found-Idx) = "N"
               MOVE "NO CLOCK OUT" TO DL-Exception
               MOVE ZERO TO DL-Minutes
               ADD 1 TO WS-NoOut-Count
               PERFORM WriteDetailLine
           ELSE
               COMPUTE WS-Late-Minutes =
                   RS-EndMinutes(WS-Roster-Idx)
                   - PU-LastOutMins(WS-Punch-Found-Idx)
               IF WS-Late-Minutes > WS-Grace-Minutes
                   MOVE "EARLY LEAVER" TO DL-Exception
                   MOVE WS-Late-Minutes TO DL-Minutes
                   ADD 1 TO WS-Early-Count
                   PERFORM WriteDetailLine
               END-IF
           END-IF.

       CheckOneUnrostered.
           MOVE "N" TO WS-Rostered.
           PERFORM VARYING WS-Roster-Idx FROM 1 BY 1
                   UNTIL WS-Roster-Idx > WS-Roster-Count
                       OR Is-Rostered
               IF RS-EmpID(WS-Roster-Idx) = PU-EmpID(WS-Punch-Idx)
                   MOVE "Y" TO WS-Rostered
               END-IF
           END-PERFORM.
           IF NOT Is-Rostered
               MOVE PU-EmpID(WS-Punch-Idx) TO WS-Lookup-EmpID
               PERFORM StartDetailLine
               MOVE SPACES TO DL-Roster
               MOVE PU-FirstIn(WS-Punch-Idx) TO DL-ClockIn
               MOVE "-" TO DL-ClockSep
               MOVE PU-LastOut(WS-Punch-Idx) TO DL-ClockOut
               MOVE "UNROSTERED ATTENDANCE" TO DL-Exception
               MOVE ZERO TO DL-Minutes
               ADD 1 TO WS-Unrostered-Count
               PERFORM WriteDetailLine
           END-IF.

       StartDetailLine.
           MOVE WS-Lookup-EmpID TO DL-EmpID.
           MOVE "NOT ON MASTER" TO DL-EmpName.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count
               IF EN-EmpID(WS-Emp-Idx) = WS-Lookup-EmpID
                   MOVE EN-EmpName(WS-Emp-Idx) TO DL-EmpName
               END-IF
           END-PERFORM.

       WriteDetailLine.
           MOVE WS-Detail-Line TO AttendRptLine.
           WRITE AttendRptLine.

       END PROGRAM AttendanceRpt.
