      ******************************************************************
      * Author:
      * Date:
      * Purpose: Absence report over the rolling year to the run
      *          date from ABSENCEHIST.DAT. Per employee: spells,
      *          days lost to sickness, unpaid and compassionate
      *          leave (working hours over the scheme's day length
      *          on SICKSCHEME.DAT), with a flag against anyone
      *          whose short sick spells reach the scheme's
      *          frequent short-term trigger. Per cost centre from
      *          EMPLOYEEMAST.DAT: employees absent, spells, days
      *          lost and employees flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsenceReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AbsenceHistFile ASSIGN TO "ABSENCEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AbsenceHist-Status.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT SickSchemeFile ASSIGN TO "SICKSCHEME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SickScheme-Status.
           SELECT AbsenceRptFile ASSIGN TO "ABSENCERPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AbsenceHistFile.
           COPY ABSHIST.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  SickSchemeFile.
           COPY SICKSCHEME.

       FD  AbsenceRptFile.
       01  AbsenceRptLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AbsenceHist-Status       PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-SickScheme-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Year-Start               PIC 9(8).
       01  WS-Day-Hours                PIC 9(2)V99 VALUE 7.80.
       01  WS-Short-Spell-Days         PIC 9(2) VALUE 3.
       01  WS-Spell-Trigger            PIC 9(2) VALUE 3.
       01  WS-Spell-Days               PIC 9(5).
       01  WS-Days-Lost                PIC 9(3)V99.

       01  WS-Eof-Switches.
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".

       01  WS-Emp-Count                PIC 9(4) VALUE ZERO.
       01  EmpTable.
           02 Emp-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 ET-EmpID                 PIC 9(5).
               03 ET-EmpName               PIC X(20).
               03 ET-CostCentre            PIC X(4).
               03 ET-Spells                PIC 9(3).
               03 ET-ShortSpells           PIC 9(3).
               03 ET-SickDays              PIC 9(3)V99.
               03 ET-UnpaidDays            PIC 9(3)V99.
               03 ET-CompDays              PIC 9(3)V99.
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Emp-Found-Idx            PIC 9(4).
       01  WS-Emp-Found                PIC X VALUE "N".
           88  Emp-Found                   VALUE "Y".

       01  WS-CC-Count                 PIC 9(3) VALUE ZERO.
       01  CostCentreTable.
           02 CC-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-CC-Count.
               03 CC-CostCentre            PIC X(4).
               03 CC-Employees             PIC 9(4).
               03 CC-Spells                PIC 9(5).
               03 CC-DaysLost              PIC 9(5)V99.
               03 CC-Flagged               PIC 9(4).
       01  WS-CC-Idx                   PIC 9(3).
       01  WS-CC-Found-Idx             PIC 9(3).
       01  WS-CC-Found                 PIC X VALUE "N".
           88  CC-Found                    VALUE "Y".

       01  WS-Total-Days               PIC 9(4)V99.
       01  WS-Absent-Count             PIC 9(4) VALUE ZERO.
       01  WS-Flagged-Count            PIC 9(4) VALUE ZERO.
       01  WS-Unknown-Count            PIC 9(5) VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(28)
                   VALUE "ABSENCE REPORT  ROLLING YEAR".
           02  FILLER                  PIC X VALUE SPACE.
           02  RH-YearStart            PIC 9(8).
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-Column-Heading.
           02  FILLER                  PIC X(36)
                   VALUE "EMPNO NAME                 CC   SPL".
           02  FILLER                  PIC X(44)
                   VALUE "   SICK  UNPAID  COMPAS    TOTAL".

       01  WS-Employee-Line.
           02  EL-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  EL-EmpName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  EL-CostCentre           PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  EL-Spells               PIC ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  EL-SickDays             PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  EL-UnpaidDays           PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  EL-CompDays             PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  EL-TotalDays            PIC ZZZ9.99.
           02  FILLER                  PIC X VALUE SPACE.
           02  EL-Flag                 PIC X(11).

       01  WS-Section-Line.
           02  SL-Text                 PIC X(40).
           02  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-CC-Line.
           02  CL-CostCentre           PIC X(4).
           02  FILLER                  PIC X(12)
                   VALUE "  EMPLOYEES ".
           02  CL-Employees            PIC ZZZ9.
           02  FILLER                  PIC X(9) VALUE "  SPELLS ".
           02  CL-Spells               PIC ZZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  DAYS LOST ".
           02  CL-DaysLost             PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(11)
                   VALUE "  FREQUENT ".
           02  CL-Flagged              PIC ZZZ9.
           02  FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Year-Start = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num) - 364).
           PERFORM LoadSickScheme.
           PERFORM LoadEmployeeMaster.
           PERFORM ScanAbsenceHistory.
           OPEN OUTPUT AbsenceRptFile.
           MOVE WS-Year-Start TO RH-YearStart.
           MOVE WS-Run-Date-Num TO RH-RunDate.
           MOVE WS-Report-Heading TO AbsenceRptLine.
           WRITE AbsenceRptLine.
           MOVE WS-Column-Heading TO AbsenceRptLine.
           WRITE AbsenceRptLine.
           PERFORM ReportOneEmployee
               VARYING WS-Emp-Idx FROM 1 BY 1
               UNTIL WS-Emp-Idx > WS-Emp-Count.
           MOVE SPACES TO AbsenceRptLine.
           WRITE AbsenceRptLine.
           MOVE "DAYS LOST BY COST CENTRE" TO SL-Text.
           MOVE WS-Section-Line TO AbsenceRptLine.
           WRITE AbsenceRptLine.
           PERFORM ReportOneCostCentre
               VARYING WS-CC-Idx FROM 1 BY 1
               UNTIL WS-CC-Idx > WS-CC-Count.
           CLOSE AbsenceRptFile.
           DISPLAY "ABSENCEREPORT: " WS-Absent-Count
               " EMPLOYEES ABSENT, " WS-Flagged-Count
               " FREQUENT SHORT-TERM".
           IF WS-Unknown-Count > ZERO
               DISPLAY "ABSENCEREPORT: " WS-Unknown-Count
                   " SPELLS FOR EMPLOYEES NOT ON THE MASTER"
           END-IF.
           STOP RUN.

       LoadSickScheme.
           OPEN INPUT SickSchemeFile.
           IF WS-SickScheme-Status = "00"
               READ SickSchemeFile
                   AT END CONTINUE
                   NOT AT END
                       IF SS-DayHours IS NUMERIC
                               AND SS-DayHours > ZERO
                           MOVE SS-DayHours TO WS-Day-Hours
                       END-IF
                       IF SS-ShortSpellDays IS NUMERIC
                               AND SS-ShortSpellDays > ZERO
                           MOVE SS-ShortSpellDays
                               TO WS-Short-Spell-Days
                       END-IF
                       IF SS-SpellTrigger IS NUMERIC
                               AND SS-SpellTrigger > ZERO
                           MOVE SS-SpellTrigger TO WS-Spell-Trigger
                       END-IF
               END-READ
               CLOSE SickSchemeFile
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
                       MOVE EM-EmpName TO ET-EmpName(WS-Emp-Count)
                       MOVE EM-CostCentre
                           TO ET-CostCentre(WS-Emp-Count)
                       MOVE ZERO TO ET-Spells(WS-Emp-Count)
                       MOVE ZERO TO ET-ShortSpells(WS-Emp-Count)
                       MOVE ZERO TO ET-SickDays(WS-Emp-Count)
                       MOVE ZERO TO ET-UnpaidDays(WS-Emp-Count)
                       MOVE ZERO TO ET-CompDays(WS-Emp-Count)
                   END-IF
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       ScanAbsenceHistory.
           OPEN INPUT AbsenceHistFile.
           IF WS-AbsenceHist-Status = "00"
               READ AbsenceHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   IF AH-StartDate >= WS-Year-Start
                           AND AH-StartDate <= WS-Run-Date-Num
                       PERFORM CountOneSpell
                   END-IF
                   READ AbsenceHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE AbsenceHistFile
           END-IF.

       CountOneSpell.
           MOVE "N" TO WS-Emp-Found.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count OR Emp-Found
               IF ET-EmpID(WS-Emp-Idx) = AH-EmpID
                   MOVE "Y" TO WS-Emp-Found
                   MOVE WS-Emp-Idx TO WS-Emp-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Emp-Found
               ADD 1 TO WS-Unknown-Count
           ELSE
               COMPUTE WS-Days-Lost ROUNDED = AH-Hours / WS-Day-Hours
               ADD 1 TO ET-Spells(WS-Emp-Found-Idx)
               EVALUATE TRUE
                   WHEN AH-Sick
                       ADD WS-Days-Lost
                           TO ET-SickDays(WS-Emp-Found-Idx)
                       COMPUTE WS-Spell-Days =
                           FUNCTION INTEGER-OF-DATE(AH-EndDate)
                           - FUNCTION INTEGER-OF-DATE(AH-StartDate)
                           + 1
                       IF WS-Spell-Days <= WS-Short-Spell-Days
                           ADD 1 TO ET-ShortSpells(WS-Emp-Found-Idx)
                       END-IF
                   WHEN AH-Compassion
                       ADD WS-Days-Lost
                           TO ET-CompDays(WS-Emp-Found-Idx)
                   WHEN OTHER
                       ADD WS-Days-Lost
                           TO ET-UnpaidDays(WS-Emp-Found-Idx)
               END-EVALUATE
           END-IF.

       ReportOneEmployee.
           IF ET-Spells(WS-Emp-Idx) > ZERO
               ADD 1 TO WS-Absent-Count
               COMPUTE WS-Total-Days = ET-SickDays(WS-Emp-Idx)
                   + ET-UnpaidDays(WS-Emp-Idx)
                   + ET-CompDays(WS-Emp-Idx)
               MOVE ET-EmpID(WS-Emp-Idx) TO EL-EmpID
               MOVE ET-EmpName(WS-Emp-Idx) TO EL-EmpName
               MOVE ET-CostCentre(WS-Emp-Idx) TO EL-CostCentre
               MOVE ET-Spells(WS-Emp-Idx) TO EL-Spells
               MOVE ET-SickDays(WS-Emp-Idx) TO EL-SickDays
               MOVE ET-UnpaidDays(WS-Emp-Idx) TO EL-UnpaidDays
               MOVE ET-CompDays(WS-Emp-Idx) TO EL-CompDays
               MOVE WS-Total-Days TO EL-TotalDays
               PERFORM FindCostCentre
               ADD 1 TO CC-Employees(WS-CC-Found-Idx)
               ADD ET-Spells(WS-Emp-Idx) TO CC-Spells(WS-CC-Found-Idx)
               ADD WS-Total-Days TO CC-DaysLost(WS-CC-Found-Idx)
               IF ET-ShortSpells(WS-Emp-Idx) >= WS-Spell-Trigger
                   MOVE "** FREQUENT" TO EL-Flag
                   ADD 1 TO WS-Flagged-Count
                   ADD 1 TO CC-Flagged(WS-CC-Found-Idx)
               ELSE
                   MOVE SPACES TO EL-Flag
               END-IF
               MOVE WS-Employee-Line TO AbsenceRptLine
               WRITE AbsenceRptLine
           END-IF.

      * Cost centres are taken in the order first met; a blank cost
      * centre reports as unassigned, and the table's last slot
      * gathers anything beyond its size.
       FindCostCentre.
           MOVE "N" TO WS-CC-Found.
           PERFORM VARYING WS-CC-Idx FROM 1 BY 1
                   UNTIL WS-CC-Idx > WS-CC-Count OR CC-Found
               IF CC-CostCentre(WS-CC-Idx) = ET-CostCentre(WS-Emp-Idx)
                   MOVE "Y" TO WS-CC-Found
                   MOVE WS-CC-Idx TO WS-CC-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT CC-Found
               IF WS-CC-Count < 200
                   ADD 1 TO WS-CC-Count
                   MOVE WS-CC-Count TO WS-CC-Found-Idx
                   MOVE ET-CostCentre(WS-Emp-Idx)
                       TO CC-CostCentre(WS-CC-Found-Idx)
                   MOVE ZERO TO CC-Employees(WS-CC-Found-Idx)
                   MOVE ZERO TO CC-Spells(WS-CC-Found-Idx)
                   MOVE ZERO TO CC-DaysLost(WS-CC-Found-Idx)
                   MOVE ZERO TO CC-Flagged(WS-CC-Found-Idx)
               ELSE
                   MOVE WS-CC-Count TO WS-CC-Found-Idx
               END-IF
           END-IF.

       ReportOneCostCentre.
           IF CC-CostCentre(WS-CC-Idx) = SPACES
               MOVE "NONE" TO CL-CostCentre
           ELSE
               MOVE CC-CostCentre(WS-CC-Idx) TO CL-CostCentre
           END-IF.
           MOVE CC-Employees(WS-CC-Idx) TO CL-Employees.
           MOVE CC-Spells(WS-CC-Idx) TO CL-Spells.
           MOVE CC-DaysLost(WS-CC-Idx) TO CL-DaysLost.
           MOVE CC-Flagged(WS-CC-Idx) TO CL-Flagged.
           MOVE WS-CC-Line TO AbsenceRptLine.
           WRITE AbsenceRptLine.

       END PROGRAM AbsenceReport.
