      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly report of new starters still taxed on the
      *          emergency basis because no tax certificate has been
      *          keyed through EmployeeMaint. Each is listed from
      *          EMPLOYEEMAST.DAT with their start date, the weeks
      *          they have been on emergency tax and their PPSN -
      *          NONE meaning PayrollRun is taking every euro at the
      *          higher rate - so payroll can chase the employee and
      *          Revenue for the certificate. Leavers are left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StarterReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT StarterRptFile ASSIGN TO "STARTERRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  StarterRptFile.
       01  StarterRptLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-EmpMaster-Eof            PIC X VALUE "N".
           88  EmpMaster-Eof               VALUE "Y".
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Day-Int              PIC 9(7).
       01  WS-Start-Day-Int            PIC 9(7).
       01  WS-Weeks-On-Emergency       PIC 9(3).
       01  WS-Emergency-Count          PIC 9(4) VALUE ZERO.
       01  WS-NoPPSN-Count             PIC 9(4) VALUE ZERO.

       01  WS-Heading-Line.
           02  FILLER                  PIC X(36)
                   VALUE "STARTERS ON EMERGENCY TAX - WEEK TO ".
           02  SH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-Column-Line.
           02  FILLER                  PIC X(40)
                   VALUE "EMPID NAME                 STARTED   WKS".
           02  FILLER                  PIC X(40)
                   VALUE "   PPSN".

       01  WS-Starter-Line.
           02  SL-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-EmpName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-StartDate            PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SL-Weeks                PIC ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SL-PPSN                 PIC X(9).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-Note                 PIC X(20).
           02  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(28)
                   VALUE "STARTERS ON EMERGENCY TAX:  ".
           02  ST-Count                PIC ZZZ9.
           02  FILLER                  PIC X(18)
                   VALUE "   WITH NO PPSN:  ".
           02  ST-NoPPSN               PIC ZZZ9.
           02  FILLER                  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
           OPEN OUTPUT StarterRptFile.
           MOVE WS-Run-Date TO SH-RunDate.
           MOVE WS-Heading-Line TO StarterRptLine.
           WRITE StarterRptLine.
           MOVE WS-Column-Line TO StarterRptLine.
           WRITE StarterRptLine.
           OPEN INPUT EmployeeMasterFile.
           IF WS-EmpMaster-Status = "00"
               READ EmployeeMasterFile
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               END-READ
               PERFORM UNTIL EmpMaster-Eof
                   PERFORM CheckOneEmployee
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.
           MOVE WS-Emergency-Count TO ST-Count.
           MOVE WS-NoPPSN-Count TO ST-NoPPSN.
           MOVE WS-Total-Line TO StarterRptLine.
           WRITE StarterRptLine.
           CLOSE StarterRptFile.
           DISPLAY "STARTERREPORT: " WS-Emergency-Count
               " ON EMERGENCY TAX, " WS-NoPPSN-Count " WITH NO PPSN".
           STOP RUN.

       CheckOneEmployee.
           IF EM-Emergency-Tax AND EM-LeaveDate = ZERO
               ADD 1 TO WS-Emergency-Count
               MOVE SPACES TO SL-Note
               MOVE ZERO TO WS-Weeks-On-Emergency
               IF EM-StartDate IS NUMERIC AND EM-StartDate > ZERO
                   COMPUTE WS-Start-Day-Int =
                       FUNCTION INTEGER-OF-DATE(EM-StartDate)
                   IF WS-Start-Day-Int < WS-Run-Day-Int
                       COMPUTE WS-Weeks-On-Emergency =
                           (WS-Run-Day-Int - WS-Start-Day-Int) / 7
                   END-IF
               END-IF
               MOVE EM-EmpID TO SL-EmpID
               MOVE EM-EmpName TO SL-EmpName
               MOVE EM-StartDate TO SL-StartDate
               MOVE WS-Weeks-On-Emergency TO SL-Weeks
               IF EM-PPSN = SPACES
                   ADD 1 TO WS-NoPPSN-Count
                   MOVE "NONE" TO SL-PPSN
                   MOVE "ALL AT HIGHER RATE" TO SL-Note
               ELSE
                   MOVE EM-PPSN TO SL-PPSN
               END-IF
               MOVE WS-Starter-Line TO StarterRptLine
               WRITE StarterRptLine
           END-IF.

       END PROGRAM StarterReport.
