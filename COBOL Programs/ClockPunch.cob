      *          records TimesheetGross already expects, and the
      *          weekly edit report TIMESHEETEDIT.DAT totals each
      *          employee's week for the supervisor to sign before
      *          the payroll step runs. Where the week's roster is on
      *          ROSTER.DAT, the part of a shift worked outside the
      *          rostered start and end - or a whole unrostered
      *          shift - goes to its own timesheet record marked X,
      *          for TimesheetGross to pay as premium only with a
      *          supervisor's approval, and a rostered premium shift
      *          is marked P.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.
           SELECT RosterFile ASSIGN TO "ROSTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Roster-Status.
           SELECT WorkFile ASSIGN TO "WORK.TMP".

       DATA DIVISION.
           02  TS-Hours                PIC 9(2)V99.
           02  TS-ShiftType            PIC X.

       FD  RosterFile.
           COPY ROSTER.

       FD  EditReportFile.
       01  EditReportLine              PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-ClockEvent-Status        PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Roster-Status            PIC XX.
       01  WS-Roster-Eof               PIC X VALUE "N".
           88  Roster-Eof                  VALUE "Y".
       01  WS-Run-Date                 PIC X(8).

      * A shift beyond this many hours is flagged, not paid.
               03 WK-Hours                 PIC 9(3)V99.
               03 WK-Shifts                PIC 9(3).
               03 WK-Flagged               PIC X.
               03 WK-OutHours              PIC 9(3)V99.
       01  WS-Emp-Idx                  PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Emp-Found                PIC X VALUE "N".
           88  Emp-Found                   VALUE "Y".
       01  WS-Lookup-EmpID             PIC 9(5).

      * The roster, shift times held as minutes past midnight. With
      * no roster on file every shift is written whole as before.
       01  WS-Roster-Count             PIC 9(4) VALUE ZERO.
       01  RosterTable.
           02 Roster-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Roster-Count.
               03 RS-EmpID                 PIC 9(5).
               03 RS-WorkDate              PIC 9(8).
               03 RS-StartMinutes          PIC 9(5).
               03 RS-EndMinutes            PIC 9(5).
               03 RS-ShiftType             PIC X.
       01  WS-Roster-Idx               PIC 9(4).
       01  WS-Roster-Found-Idx         PIC 9(4).
       01  WS-Outside-Minutes          PIC S9(5).
       01  WS-Outside-Quarters         PIC 9(4).
       01  WS-Inside-Quarters          PIC 9(4).
       01  WS-Inside-Type              PIC X.

       01  WS-Sheet-Count              PIC 9(4) VALUE ZERO.
       01  WS-Except-Count             PIC 9(4) VALUE ZERO.

           02  ED-Shifts               PIC ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  ED-Flag                 PIC X(14).
           02  FILLER                  PIC X(11)
                   VALUE "  OUTSIDE: ".
           02  ED-OutHours             PIC ZZ9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-Edit-Total-Line.
           02  FILLER                  PIC X(19)

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadRoster.
           OPEN OUTPUT TimesheetFile.
           SORT WorkFile ON ASCENDING KEY WEmpID WEventDate
                   WEventTime
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadRoster.
           OPEN INPUT RosterFile.
           IF WS-Roster-Status = "00"
               READ RosterFile
                   AT END MOVE "Y" TO WS-Roster-Eof
               END-READ
               PERFORM UNTIL Roster-Eof
                   IF WS-Roster-Count < 2000
                       ADD 1 TO WS-Roster-Count
                       MOVE RO-EmpID TO RS-EmpID(WS-Roster-Count)
                       MOVE RO-WorkDate TO RS-WorkDate(WS-Roster-Count)
                       COMPUTE RS-StartMinutes(WS-Roster-Count) =
                           FUNCTION INTEGER-PART(RO-ShiftStart / 100)
                               * 60
                           + FUNCTION MOD(RO-ShiftStart 100)
                       COMPUTE RS-EndMinutes(WS-Roster-Count) =
                           FUNCTION INTEGER-PART(RO-ShiftEnd / 100) * 60
                           + FUNCTION MOD(RO-ShiftEnd 100)
                       MOVE RO-ShiftType
                           TO RS-ShiftType(WS-Roster-Count)
                   END-IF
                   READ RosterFile
                       AT END MOVE "Y" TO WS-Roster-Eof
                   END-READ
               END-PERFORM
               CLOSE RosterFile
           END-IF.

       GetClockEvents.
           OPEN INPUT ClockEventFile.
           IF WS-ClockEvent-Status = "00"
       CloseOneShift.
           MOVE "N" TO WS-Open-In.
           COMPUTE WS-In-Minutes =
               FUNCTION INTEGER-PART(WS-In-Time / 100) * 60
               + FUNCTION MOD(WS-In-Time 100).
           COMPUTE WS-Out-Minutes =
               FUNCTION INTEGER-PART(WEventTime / 100) * 60
               + FUNCTION MOD(WEventTime 100).
           COMPUTE WS-Shift-Minutes =
               WS-Out-Minutes - WS-In-Minutes.
                   PERFORM WriteTimesheetRecord
           END-EVALUATE.

      * The rounding rule: each shift to the nearest quarter hour,
      * and the time outside the roster likewise; the rostered part
      * is what remains.
       WriteTimesheetRecord.
           COMPUTE WS-Quarter-Hours ROUNDED =
               WS-Shift-Minutes / 15.
           COMPUTE WS-Shift-Hours = WS-Quarter-Hours * 0.25.
           MOVE ZERO TO WS-Outside-Quarters.
           MOVE SPACE TO WS-Inside-Type.
           IF WS-Roster-Count > ZERO
               PERFORM MeasureOutsideRoster
           END-IF.
           COMPUTE WS-Inside-Quarters =
               WS-Quarter-Hours - WS-Outside-Quarters.
           MOVE WEmpID TO TS-EmpID.
           MOVE WEventDate TO TS-WorkDate.
           IF WS-Inside-Quarters > ZERO
               COMPUTE TS-Hours = WS-Inside-Quarters * 0.25
               MOVE WS-Inside-Type TO TS-ShiftType
               WRITE TimesheetRec
               ADD 1 TO WS-Sheet-Count
           END-IF.
           MOVE WEmpID TO WS-Lookup-EmpID.
           PERFORM FindWeekEntry.
           IF WS-Outside-Quarters > ZERO
               COMPUTE TS-Hours = WS-Outside-Quarters * 0.25
               MOVE "X" TO TS-ShiftType
               WRITE TimesheetRec
               ADD 1 TO WS-Sheet-Count
               ADD TS-Hours TO WK-OutHours(WS-Found-Idx)
           END-IF.
           ADD WS-Shift-Hours TO WK-Hours(WS-Found-Idx).
           ADD 1 TO WK-Shifts(WS-Found-Idx).

      * Minutes clocked before the rostered start and after the
      * rostered end; a day with no roster entry is all outside.
       MeasureOutsideRoster.
           MOVE ZERO TO WS-Roster-Found-Idx.
           PERFORM VARYING WS-Roster-Idx FROM 1 BY 1
                   UNTIL WS-Roster-Idx > WS-Roster-Count
                       OR WS-Roster-Found-Idx > ZERO
               IF RS-EmpID(WS-Roster-Idx) = WEmpID
                       AND RS-WorkDate(WS-Roster-Idx) = WEventDate
                   MOVE WS-Roster-Idx TO WS-Roster-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Roster-Found-Idx = ZERO
               MOVE WS-Shift-Minutes TO WS-Outside-Minutes
           ELSE
               IF RS-ShiftType(WS-Roster-Found-Idx) = "P"
                   MOVE "P" TO WS-Inside-Type
               END-IF
               MOVE ZERO TO WS-Outside-Minutes
               IF WS-In-Minutes < RS-StartMinutes(WS-Roster-Found-Idx)
                   COMPUTE WS-Outside-Minutes = WS-Outside-Minutes
                       + RS-StartMinutes(WS-Roster-Found-Idx)
                       - WS-In-Minutes
               END-IF
               IF WS-Out-Minutes > RS-EndMinutes(WS-Roster-Found-Idx)
                   COMPUTE WS-Outside-Minutes = WS-Outside-Minutes
                       + WS-Out-Minutes
                       - RS-EndMinutes(WS-Roster-Found-Idx)
               END-IF
               IF WS-Outside-Minutes > WS-Shift-Minutes
                   MOVE WS-Shift-Minutes TO WS-Outside-Minutes
               END-IF
           END-IF.
           COMPUTE WS-Outside-Quarters ROUNDED =
               WS-Outside-Minutes / 15.
           IF WS-Outside-Quarters > WS-Quarter-Hours
               MOVE WS-Quarter-Hours TO WS-Outside-Quarters
           END-IF.

       FlagUnpairedIn.
           MOVE "N" TO WS-Open-In.
           MOVE WS-In-EmpID TO EXC-Key.
               MOVE ZERO TO WK-Hours(WS-Found-Idx)
               MOVE ZERO TO WK-Shifts(WS-Found-Idx)
               MOVE "N" TO WK-Flagged(WS-Found-Idx)
               MOVE ZERO TO WK-OutHours(WS-Found-Idx)
           END-IF.

       WriteEditReport.
               MOVE WK-EmpID(WS-Emp-Idx) TO ED-EmpID
               MOVE WK-Hours(WS-Emp-Idx) TO ED-Hours
               MOVE WK-Shifts(WS-Emp-Idx) TO ED-Shifts
               MOVE WK-OutHours(WS-Emp-Idx) TO ED-OutHours
               IF WK-Flagged(WS-Emp-Idx) = "Y"
                   MOVE "** REVIEW **" TO ED-Flag
               ELSE
