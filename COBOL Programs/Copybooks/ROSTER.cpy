      ******************************************************************
      * ROSTER.cpy - ROSTER.DAT planned-roster layout: one record per
      *              employee per rostered day, the week's roster
      *              keyed in ahead of the week. Read by ClockPunch.cob
      *              (worked time outside the rostered shift is split
      *              out of the timesheet for approval) and
      *              AttendanceRpt.cob (daily attendance against the
      *              roster). Times are 24-hour HHMM; a shift starts
      *              and ends on its work date.
      ******************************************************************
       01  RosterRec.
           02  RO-EmpID                PIC 9(5).
           02  RO-WorkDate             PIC 9(8).
           02  RO-ShiftStart           PIC 9(4).
           02  RO-ShiftEnd             PIC 9(4).
      * N normal, P premium shift (nights, weekends) - passed to the
      * timesheet so TimesheetGross pays it at the overtime multiple.
           02  RO-ShiftType            PIC X.
               88  RO-Premium              VALUE "P".
