      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly segregation-of-duties review. DUTYRULES.DAT
      *          lists the pairs of functions - program names as
      *          OPERAUTH.DAT knows them - that one operator should
      *          never perform both sides of, such as keying a
      *          supplier's bank details and releasing the payment
      *          run, or proposing and authorizing a bad-debt
      *          write-off. The report first names every operator on
      *          OPERATOR.DAT whose authorization level admits both
      *          sides of a rule, then every case in the review
      *          window (DUTYPARM.DAT, default seven days) where the
      *          same operator actually did both steps. Activity is
      *          gathered from the maintenance audit files, read
      *          through one dynamically assigned scan file in the
      *          RefIntegScan manner, and from batch runs - each step
      *          on STEPHISTORY.DAT is put down to the operators who
      *          signed on to BatchDriver for that business date on
      *          ACCESSLOG.DAT.
      *          Steps on the same record (the same supplier,
      *          customer, subsystem) are paired; a batch run carries
      *          no record and pairs with any. Any actual conflict
      *          fails the step.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DutyConflictScan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DutyParmFile ASSIGN TO "DUTYPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DutyParm-Status.
           SELECT DutyRulesFile ASSIGN TO "DUTYRULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DutyRules-Status.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Operator-Status.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OperAuth-Status.
           SELECT AuditFile ASSIGN TO WS-Audit-Name
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Audit-Status.
           SELECT ScheduleFile ASSIGN TO "BATCHSCHED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Schedule-Status.
           SELECT StepHistFile ASSIGN TO "STEPHISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-StepHist-Status.
           SELECT AccessLogFile ASSIGN TO "ACCESSLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AccessLog-Status.
           SELECT ConflictRptFile ASSIGN TO "DUTYCONFLICT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DutyParmFile.
       01  DutyParmRec.
           02  DP-WindowDays           PIC 9(3).

       FD  DutyRulesFile.
       01  DutyRuleRec.
           02  DR-RuleCode             PIC X(8).
           02  DR-FunctionA            PIC X(20).
           02  DR-FunctionB            PIC X(20).
           02  DR-Description          PIC X(30).

       FD  OperatorFile.
           COPY OPERMAST.

       FD  OperAuthFile.
       01  OperAuthRec.
           02  OA-Program              PIC X(20).
           02  OA-ReqLevel             PIC 9.

       FD  AuditFile.
       01  AuditRec                    PIC X(250).

       FD  ScheduleFile.
       01  ScheduleRec.
           02  BS2-Seq                 PIC 9(3).
           02  BS2-StepName            PIC X(20).
           02  BS2-Program             PIC X(20).
           02  BS2-DependsSeq          PIC 9(3).
           02  BS2-Enabled             PIC X.
           02  BS2-Frequency           PIC X.
           02  BS2-FeedCode            PIC X(8).

       FD  StepHistFile.
           COPY STEPHIST.

       FD  AccessLogFile.
       01  AccessLogRec.
           02  AL-Timestamp            PIC X(21).
           02  FILLER                  PIC X.
           02  AL-OperatorId           PIC X(8).
           02  FILLER                  PIC X.
           02  AL-Action               PIC X(20).
           02  FILLER                  PIC X.
           02  AL-BusDate              PIC X(8).

       FD  ConflictRptFile.
       01  ConflictRptLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DutyParm-Status          PIC XX.
       01  WS-DutyRules-Status         PIC XX.
       01  WS-Operator-Status          PIC XX.
       01  WS-OperAuth-Status          PIC XX.
       01  WS-Audit-Status             PIC XX.
       01  WS-Schedule-Status          PIC XX.
       01  WS-StepHist-Status          PIC XX.
       01  WS-AccessLog-Status         PIC XX.
       01  WS-Audit-Name               PIC X(30).
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Window-Days              PIC 9(3).
       01  WS-Window-Start             PIC 9(8).
       01  WS-Logon-Date               PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Rules-Eof            PIC X VALUE "N".
               88  Rules-Eof               VALUE "Y".
           02  WS-Operator-Eof         PIC X VALUE "N".
               88  Operator-Eof            VALUE "Y".
           02  WS-OperAuth-Eof         PIC X VALUE "N".
               88  OperAuth-Eof            VALUE "Y".
           02  WS-Audit-Eof            PIC X VALUE "N".
               88  Audit-Eof               VALUE "Y".
           02  WS-Schedule-Eof         PIC X VALUE "N".
               88  Schedule-Eof            VALUE "Y".
           02  WS-StepHist-Eof         PIC X VALUE "N".
               88  StepHist-Eof            VALUE "Y".
           02  WS-AccessLog-Eof        PIC X VALUE "N".
               88  AccessLog-Eof           VALUE "Y".

      * The audit files the review knows: the function each line is
      * put down to, where its record key, change date and operator
      * sit (offset/length), and an optional filter on one field -
      * "=" takes only lines carrying one of the two values, "N"
      * takes every line but those. A supplier bank change is keyed
      * under SupplierMaint ("IBAN HELD") and applied under the
      * SuppBankConfirm authority (the IBAN and BIC lines); a
      * write-off is authorized and proposed by the two operators on
      * its audit line.
       01  WS-Source-Values.
           02  FILLER  PIC X(30) VALUE "SUPPAUDIT.DAT".
           02  FILLER  PIC X(20) VALUE "SuppBankConfirm".
           02  FILLER  PIC X(12) VALUE "001030800089".
           02  FILLER  PIC X(6)  VALUE "=00710".
           02  FILLER  PIC X(10) VALUE "IBAN".
           02  FILLER  PIC X(10) VALUE "BIC".
           02  FILLER  PIC X(30) VALUE "SUPPAUDIT.DAT".
           02  FILLER  PIC X(20) VALUE "SupplierMaint".
           02  FILLER  PIC X(12) VALUE "001030800089".
           02  FILLER  PIC X(6)  VALUE "N00710".
           02  FILLER  PIC X(10) VALUE "IBAN".
           02  FILLER  PIC X(10) VALUE "BIC".
           02  FILLER  PIC X(30) VALUE "WRITEOFFAUD.DAT".
           02  FILLER  PIC X(20) VALUE "BadDebtWriteOff".
           02  FILLER  PIC X(12) VALUE "016050010051".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "WRITEOFFAUD.DAT".
           02  FILLER  PIC X(20) VALUE "BadDebtPropose".
           02  FILLER  PIC X(12) VALUE "016050010065".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "CUSTAUDIT.DAT".
           02  FILLER  PIC X(20) VALUE "CustomerMaint".
           02  FILLER  PIC X(12) VALUE "001050510060".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "DISPUTEAUD.DAT".
           02  FILLER  PIC X(20) VALUE "DisputeMaint".
           02  FILLER  PIC X(12) VALUE "012050010076".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "PERIODAUDIT.DAT".
           02  FILLER  PIC X(20) VALUE "PeriodClose".
           02  FILLER  PIC X(12) VALUE "011080010043".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "CITYRATEAUD.DAT".
           02  FILLER  PIC X(20) VALUE "CityRateMaint".
           02  FILLER  PIC X(12) VALUE "003020590068".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "OILMASTAUD.DAT".
           02  FILLER  PIC X(20) VALUE "OilMasterMaint".
           02  FILLER  PIC X(12) VALUE "001020480057".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(30) VALUE "BRREPAUDIT.DAT".
           02  FILLER  PIC X(20) VALUE "BranchRepMaint".
           02  FILLER  PIC X(12) VALUE "001050820091".
           02  FILLER  PIC X(6)  VALUE " 00000".
           02  FILLER  PIC X(10) VALUE SPACES.
           02  FILLER  PIC X(10) VALUE SPACES.
       01  FILLER REDEFINES WS-Source-Values.
           02  Source-Entry OCCURS 10 TIMES.
               03  SE-FileName         PIC X(30).
               03  SE-Function         PIC X(20).
               03  SE-KeyOff           PIC 9(3).
               03  SE-KeyLen           PIC 99.
               03  SE-DateOff          PIC 9(3).
               03  SE-OperOff          PIC 9(4).
               03  SE-FilterMode       PIC X.
               03  SE-FilterOff        PIC 9(3).
               03  SE-FilterLen        PIC 99.
               03  SE-FilterValue1     PIC X(10).
               03  SE-FilterValue2     PIC X(10).
       01  WS-Source-Count             PIC 99 VALUE 10.
       01  WS-Source-Idx               PIC 99.

       01  WS-Rule-Count               PIC 9(3) VALUE ZERO.
       01  WS-Rule-Limit               PIC 9(3) VALUE 50.
       01  RuleTable.
           02 Rule-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Rule-Count.
               03 RU-RuleCode              PIC X(8).
               03 RU-FunctionA             PIC X(20).
               03 RU-FunctionB             PIC X(20).
               03 RU-Description           PIC X(30).
               03 RU-LevelA                PIC 9.
               03 RU-LevelB                PIC 9.
       01  WS-Rule-Idx                 PIC 9(3).

       01  WS-Oper-Count               PIC 9(3) VALUE ZERO.
       01  OperTable.
           02 Oper-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Oper-Count.
               03 OT-OperId                PIC X(8).
               03 OT-Name                  PIC X(20).
               03 OT-Level                 PIC 9.
       01  WS-Oper-Idx                 PIC 9(3).

       01  WS-Auth-Count               PIC 9(3) VALUE ZERO.
       01  AuthTable.
           02 Auth-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Auth-Count.
               03 AT-Program               PIC X(20).
               03 AT-ReqLevel              PIC 9.
       01  WS-Auth-Idx                 PIC 9(3).
       01  WS-Lookup-Function          PIC X(20).
       01  WS-Found-Level              PIC 9.

       01  WS-Sched-Count              PIC 9(3) VALUE ZERO.
       01  SchedTable.
           02 Sched-Entry OCCURS 100 TIMES
                   DEPENDING ON WS-Sched-Count.
               03 SD-StepName              PIC X(20).
               03 SD-Program               PIC X(20).
       01  WS-Sched-Idx                PIC 9(3).

      * BatchDriver sign-ons within the window; a day's batch steps
      * are put down to every operator who signed on that day.
       01  WS-Logon-Count              PIC 9(4) VALUE ZERO.
       01  LogonTable.
           02 Logon-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Logon-Count.
               03 LG-Date                  PIC 9(8).
               03 LG-OperId                PIC X(8).
       01  WS-Logon-Idx                PIC 9(4).

       01  WS-Act-Count                PIC 9(4) VALUE ZERO.
       01  WS-Act-Limit                PIC 9(4) VALUE 5000.
       01  ActivityTable.
           02 Activity-Entry OCCURS 5000 TIMES
                   DEPENDING ON WS-Act-Count.
               03 AC-Function              PIC X(20).
               03 AC-OperId                PIC X(8).
               03 AC-Key                   PIC X(20).
               03 AC-Date                  PIC 9(8).
       01  WS-Act-Idx                  PIC 9(4).
       01  WS-Act-Idx2                 PIC 9(4).
       01  WS-Act-Found                PIC X VALUE "N".
           88  Act-Found                   VALUE "Y".
       01  WS-Act-Full                 PIC X VALUE "N".
           88  Act-Full                    VALUE "Y".

       01  WS-New-Function             PIC X(20).
       01  WS-New-OperId               PIC X(8).
       01  WS-New-Key                  PIC X(20).
       01  WS-New-Date                 PIC 9(8).
       01  WS-Field-Text               PIC X(10).
       01  WS-Take-Line                PIC X.
           88  Take-Line                   VALUE "Y".

       01  WS-Held-Count               PIC 9(5) VALUE ZERO.
       01  WS-Actual-Count             PIC 9(5) VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER                  PIC X(34)
                   VALUE "SEGREGATION OF DUTIES REVIEW  RUN ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(10) VALUE "  WINDOW ".
           02  RH-WindowStart          PIC 9(8).
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  RH-WindowEnd            PIC 9(8).
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-Rule-Line.
           02  FILLER                  PIC X(5) VALUE "RULE ".
           02  RL-RuleCode             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-FunctionA            PIC X(20).
           02  FILLER                  PIC X(4) VALUE " VS ".
           02  RL-FunctionB            PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RL-Description          PIC X(30).
           02  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-Section-Line.
           02  SL-Text                 PIC X(60).
           02  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-Held-Line.
           02  HL-RuleCode             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-OperId               PIC X(8).
           02  FILLER                  PIC X VALUE SPACES.
           02  HL-OperName             PIC X(20).
           02  FILLER                  PIC X(7) VALUE " LEVEL ".
           02  HL-Level                PIC 9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  HL-FunctionA            PIC X(20).
           02  FILLER                  PIC X(3) VALUE " / ".
           02  HL-FunctionB            PIC X(20).
           02  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-Actual-Line.
           02  XL-RuleCode             PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-OperId               PIC X(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-Key                  PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-FunctionA            PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  XL-DateA                PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  XL-FunctionB            PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  XL-DateB                PIC 9(8).
           02  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(28)
                   VALUE "OPERATORS HOLDING BOTH SIDES".
           02  TL-Held                 PIC ZZ,ZZ9.
           02  FILLER                  PIC X(24)
                   VALUE "   DUTIES ACTUALLY MIXED".
           02  TL-Actual               PIC ZZ,ZZ9.
           02  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM ReadReviewWindow.
           PERFORM LoadRules.
           IF WS-Rule-Count = ZERO
               DISPLAY "DUTYCONFLICTSCAN: NO RULES ON DUTYRULES.DAT"
               STOP RUN
           END-IF.
           PERFORM LoadOperators.
           PERFORM LoadAuthLevels.
           PERFORM SetRuleLevels
               VARYING WS-Rule-Idx FROM 1 BY 1
               UNTIL WS-Rule-Idx > WS-Rule-Count.
           PERFORM ScanOneAuditSource
               VARYING WS-Source-Idx FROM 1 BY 1
               UNTIL WS-Source-Idx > WS-Source-Count.
           PERFORM LoadSchedule.
           PERFORM LoadSignOns.
           PERFORM ScanStepHistory.
           OPEN OUTPUT ConflictRptFile.
           MOVE WS-Run-Date-Num TO RH-RunDate.
           MOVE WS-Window-Start TO RH-WindowStart.
           MOVE WS-Run-Date-Num TO RH-WindowEnd.
           MOVE WS-Report-Heading TO ConflictRptLine.
           WRITE ConflictRptLine.
           PERFORM WriteRuleLine
               VARYING WS-Rule-Idx FROM 1 BY 1
               UNTIL WS-Rule-Idx > WS-Rule-Count.
           MOVE "OPERATORS AUTHORIZED FOR BOTH SIDES OF A CONFLICT"
               TO SL-Text.
           PERFORM WriteSectionLine.
           PERFORM ReportHeldConflicts
               VARYING WS-Rule-Idx FROM 1 BY 1
               UNTIL WS-Rule-Idx > WS-Rule-Count.
           MOVE "TRANSACTIONS WHERE ONE OPERATOR DID BOTH STEPS"
               TO SL-Text.
           PERFORM WriteSectionLine.
           PERFORM ReportActualConflicts
               VARYING WS-Rule-Idx FROM 1 BY 1
               UNTIL WS-Rule-Idx > WS-Rule-Count.
           IF Act-Full
               MOVE "ACTIVITY TABLE FULL - LATER ACTIVITY NOT CHECKED"
                   TO SL-Text
               PERFORM WriteSectionLine
           END-IF.
           MOVE SPACES TO ConflictRptLine.
           WRITE ConflictRptLine.
           MOVE WS-Held-Count TO TL-Held.
           MOVE WS-Actual-Count TO TL-Actual.
           MOVE WS-Total-Line TO ConflictRptLine.
           WRITE ConflictRptLine.
           CLOSE ConflictRptFile.
           DISPLAY "DUTYCONFLICTSCAN: " WS-Held-Count
               " AUTHORITY CONFLICTS, " WS-Actual-Count
               " ACTUAL CONFLICTS".
           IF WS-Actual-Count > ZERO OR Act-Full
               DISPLAY "DUTYCONFLICTSCAN: DUTIES MIXED IN THE WINDOW"
                   " - SEE DUTYCONFLICT.DAT"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The review window ends today and runs back the number of
      * days on the parameter file, a week when none is given.
       ReadReviewWindow.
           MOVE 7 TO WS-Window-Days.
           OPEN INPUT DutyParmFile.
           IF WS-DutyParm-Status = "00"
               READ DutyParmFile
                   AT END MOVE ZERO TO DP-WindowDays
               END-READ
               IF DP-WindowDays IS NUMERIC AND DP-WindowDays > ZERO
                   MOVE DP-WindowDays TO WS-Window-Days
               END-IF
               CLOSE DutyParmFile
           END-IF.
           COMPUTE WS-Window-Start = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num)
                - WS-Window-Days + 1).

       LoadRules.
           OPEN INPUT DutyRulesFile.
           IF WS-DutyRules-Status = "00"
               READ DutyRulesFile
                   AT END MOVE "Y" TO WS-Rules-Eof
               END-READ
               PERFORM UNTIL Rules-Eof
                   IF WS-Rule-Count < WS-Rule-Limit
                           AND DR-FunctionA NOT = SPACES
                           AND DR-FunctionB NOT = SPACES
                       ADD 1 TO WS-Rule-Count
                       MOVE DR-RuleCode TO RU-RuleCode(WS-Rule-Count)
                       MOVE DR-FunctionA
                           TO RU-FunctionA(WS-Rule-Count)
                       MOVE DR-FunctionB
                           TO RU-FunctionB(WS-Rule-Count)
                       MOVE DR-Description
                           TO RU-Description(WS-Rule-Count)
                   END-IF
                   READ DutyRulesFile
                       AT END MOVE "Y" TO WS-Rules-Eof
                   END-READ
               END-PERFORM
               CLOSE DutyRulesFile
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
                       MOVE OP2-Name TO OT-Name(WS-Oper-Count)
                       MOVE OP2-Level TO OT-Level(WS-Oper-Count)
                   END-IF
                   READ OperatorFile
                       AT END MOVE "Y" TO WS-Operator-Eof
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.

       LoadAuthLevels.
           OPEN INPUT OperAuthFile.
           IF WS-OperAuth-Status = "00"
               READ OperAuthFile
                   AT END MOVE "Y" TO WS-OperAuth-Eof
               END-READ
               PERFORM UNTIL OperAuth-Eof
                   IF WS-Auth-Count < 200
                       ADD 1 TO WS-Auth-Count
                       MOVE OA-Program TO AT-Program(WS-Auth-Count)
                       MOVE OA-ReqLevel TO AT-ReqLevel(WS-Auth-Count)
                   END-IF
                   READ OperAuthFile
                       AT END MOVE "Y" TO WS-OperAuth-Eof
                   END-READ
               END-PERFORM
               CLOSE OperAuthFile
           END-IF.

      * As in OperAuth, a function not on OPERAUTH.DAT needs level 1
      * and the last entry for a function wins.
       FindRequiredLevel.
           MOVE 1 TO WS-Found-Level.
           PERFORM VARYING WS-Auth-Idx FROM 1 BY 1
                   UNTIL WS-Auth-Idx > WS-Auth-Count
               IF AT-Program(WS-Auth-Idx) = WS-Lookup-Function
                   MOVE AT-ReqLevel(WS-Auth-Idx) TO WS-Found-Level
               END-IF
           END-PERFORM.

       SetRuleLevels.
           MOVE RU-FunctionA(WS-Rule-Idx) TO WS-Lookup-Function.
           PERFORM FindRequiredLevel.
           MOVE WS-Found-Level TO RU-LevelA(WS-Rule-Idx).
           MOVE RU-FunctionB(WS-Rule-Idx) TO WS-Lookup-Function.
           PERFORM FindRequiredLevel.
           MOVE WS-Found-Level TO RU-LevelB(WS-Rule-Idx).

       ScanOneAuditSource.
           MOVE SE-FileName(WS-Source-Idx) TO WS-Audit-Name.
           MOVE "N" TO WS-Audit-Eof.
           OPEN INPUT AuditFile.
           IF WS-Audit-Status = "00"
               READ AuditFile
                   AT END MOVE "Y" TO WS-Audit-Eof
               END-READ
               PERFORM UNTIL Audit-Eof
                   PERFORM NoteOneAuditLine
                   READ AuditFile
                       AT END MOVE "Y" TO WS-Audit-Eof
                   END-READ
               END-PERFORM
               CLOSE AuditFile
           END-IF.

       NoteOneAuditLine.
           MOVE "Y" TO WS-Take-Line.
           IF SE-FilterMode(WS-Source-Idx) NOT = SPACE
               MOVE SPACES TO WS-Field-Text
               MOVE AuditRec(SE-FilterOff(WS-Source-Idx):
                   SE-FilterLen(WS-Source-Idx)) TO WS-Field-Text
               IF WS-Field-Text = SE-FilterValue1(WS-Source-Idx)
                       OR WS-Field-Text
                           = SE-FilterValue2(WS-Source-Idx)
                   IF SE-FilterMode(WS-Source-Idx) = "N"
                       MOVE "N" TO WS-Take-Line
                   END-IF
               ELSE
                   IF SE-FilterMode(WS-Source-Idx) = "="
                       MOVE "N" TO WS-Take-Line
                   END-IF
               END-IF
           END-IF.
           IF AuditRec(SE-DateOff(WS-Source-Idx):8) IS NOT NUMERIC
               MOVE "N" TO WS-Take-Line
           END-IF.
           IF Take-Line
               MOVE AuditRec(SE-DateOff(WS-Source-Idx):8)
                   TO WS-New-Date
               MOVE AuditRec(SE-OperOff(WS-Source-Idx):8)
                   TO WS-New-OperId
               MOVE SPACES TO WS-New-Key
               MOVE AuditRec(SE-KeyOff(WS-Source-Idx):
                   SE-KeyLen(WS-Source-Idx)) TO WS-New-Key
               MOVE SE-Function(WS-Source-Idx) TO WS-New-Function
               PERFORM AddActivity
           END-IF.

      * Only activity inside the window by a named operator counts;
      * the same step twice on the same record and day counts once.
       AddActivity.
           IF WS-New-Date >= WS-Window-Start
                   AND WS-New-Date <= WS-Run-Date-Num
                   AND WS-New-OperId NOT = SPACES
               MOVE "N" TO WS-Act-Found
               PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                       UNTIL WS-Act-Idx > WS-Act-Count
                           OR Act-Found
                   IF AC-Function(WS-Act-Idx) = WS-New-Function
                           AND AC-OperId(WS-Act-Idx) = WS-New-OperId
                           AND AC-Key(WS-Act-Idx) = WS-New-Key
                           AND AC-Date(WS-Act-Idx) = WS-New-Date
                       MOVE "Y" TO WS-Act-Found
                   END-IF
               END-PERFORM
               IF NOT Act-Found
                   IF WS-Act-Count < WS-Act-Limit
                       ADD 1 TO WS-Act-Count
                       MOVE WS-New-Function
                           TO AC-Function(WS-Act-Count)
                       MOVE WS-New-OperId TO AC-OperId(WS-Act-Count)
                       MOVE WS-New-Key TO AC-Key(WS-Act-Count)
                       MOVE WS-New-Date TO AC-Date(WS-Act-Count)
                   ELSE
                       MOVE "Y" TO WS-Act-Full
                   END-IF
               END-IF
           END-IF.

       LoadSchedule.
           OPEN INPUT ScheduleFile.
           IF WS-Schedule-Status = "00"
               READ ScheduleFile
                   AT END MOVE "Y" TO WS-Schedule-Eof
               END-READ
               PERFORM UNTIL Schedule-Eof
                   IF WS-Sched-Count < 100
                       ADD 1 TO WS-Sched-Count
                       MOVE BS2-StepName
                           TO SD-StepName(WS-Sched-Count)
                       MOVE BS2-Program TO SD-Program(WS-Sched-Count)
                   END-IF
                   READ ScheduleFile
                       AT END MOVE "Y" TO WS-Schedule-Eof
                   END-READ
               END-PERFORM
               CLOSE ScheduleFile
           END-IF.

       LoadSignOns.
           OPEN INPUT AccessLogFile.
           IF WS-AccessLog-Status = "00"
               READ AccessLogFile
                   AT END MOVE "Y" TO WS-AccessLog-Eof
               END-READ
               PERFORM UNTIL AccessLog-Eof
                   PERFORM SetLogonDate
                   IF AL-Action = "LOGON"
                           AND WS-Logon-Date IS NUMERIC
                           AND WS-Logon-Date >= WS-Window-Start
                           AND WS-Logon-Date <= WS-Run-Date-Num
                           AND WS-Logon-Count < 1000
                       ADD 1 TO WS-Logon-Count
                       MOVE WS-Logon-Date TO LG-Date(WS-Logon-Count)
                       MOVE AL-OperatorId TO LG-OperId(WS-Logon-Count)
                   END-IF
                   READ AccessLogFile
                       AT END MOVE "Y" TO WS-AccessLog-Eof
                   END-READ
               END-PERFORM
               CLOSE AccessLogFile
           END-IF.

      * Batch steps are stamped with the business date, so a sign-on
      * counts for the business date BatchDriver was running. Lines
      * written before the date was carried fall back to the clock
      * date of the sign-on.
       SetLogonDate.
           IF AL-BusDate IS NUMERIC
               MOVE AL-BusDate TO WS-Logon-Date
           ELSE
               MOVE AL-Timestamp(1:8) TO WS-Logon-Date
           END-IF.

       ScanStepHistory.
           OPEN INPUT StepHistFile.
           IF WS-StepHist-Status = "00"
               READ StepHistFile
                   AT END MOVE "Y" TO WS-StepHist-Eof
               END-READ
               PERFORM UNTIL StepHist-Eof
                   PERFORM NoteOneBatchStep
                   READ StepHistFile
                       AT END MOVE "Y" TO WS-StepHist-Eof
                   END-READ
               END-PERFORM
               CLOSE StepHistFile
           END-IF.

       NoteOneBatchStep.
           MOVE SPACES TO WS-New-Function.
           PERFORM VARYING WS-Sched-Idx FROM 1 BY 1
                   UNTIL WS-Sched-Idx > WS-Sched-Count
               IF SD-StepName(WS-Sched-Idx) = SH2-StepName
                   MOVE SD-Program(WS-Sched-Idx) TO WS-New-Function
               END-IF
           END-PERFORM.
           IF WS-New-Function NOT = SPACES
               MOVE SPACES TO WS-New-Key
               MOVE SH2-RunDate TO WS-New-Date
               PERFORM VARYING WS-Logon-Idx FROM 1 BY 1
                       UNTIL WS-Logon-Idx > WS-Logon-Count
                   IF LG-Date(WS-Logon-Idx) = SH2-RunDate
                       MOVE LG-OperId(WS-Logon-Idx) TO WS-New-OperId
                       PERFORM AddActivity
                   END-IF
               END-PERFORM
           END-IF.

       WriteRuleLine.
           MOVE RU-RuleCode(WS-Rule-Idx) TO RL-RuleCode.
           MOVE RU-FunctionA(WS-Rule-Idx) TO RL-FunctionA.
           MOVE RU-FunctionB(WS-Rule-Idx) TO RL-FunctionB.
           MOVE RU-Description(WS-Rule-Idx) TO RL-Description.
           MOVE WS-Rule-Line TO ConflictRptLine.
           WRITE ConflictRptLine.

       WriteSectionLine.
           MOVE SPACES TO ConflictRptLine.
           WRITE ConflictRptLine.
           MOVE WS-Section-Line TO ConflictRptLine.
           WRITE ConflictRptLine.

       ReportHeldConflicts.
           PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count
               IF OT-Level(WS-Oper-Idx) >= RU-LevelA(WS-Rule-Idx)
                       AND OT-Level(WS-Oper-Idx)
                           >= RU-LevelB(WS-Rule-Idx)
                   MOVE RU-RuleCode(WS-Rule-Idx) TO HL-RuleCode
                   MOVE OT-OperId(WS-Oper-Idx) TO HL-OperId
                   MOVE OT-Name(WS-Oper-Idx) TO HL-OperName
                   MOVE OT-Level(WS-Oper-Idx) TO HL-Level
                   MOVE RU-FunctionA(WS-Rule-Idx) TO HL-FunctionA
                   MOVE RU-FunctionB(WS-Rule-Idx) TO HL-FunctionB
                   MOVE WS-Held-Line TO ConflictRptLine
                   WRITE ConflictRptLine
                   ADD 1 TO WS-Held-Count
               END-IF
           END-PERFORM.

      * Every pairing of a first-side step with a second-side step by
      * the same operator on the same record; a step that carries no
      * record (a batch run) pairs with any record.
       ReportActualConflicts.
           PERFORM VARYING WS-Act-Idx FROM 1 BY 1
                   UNTIL WS-Act-Idx > WS-Act-Count
               IF AC-Function(WS-Act-Idx) = RU-FunctionA(WS-Rule-Idx)
                   PERFORM MatchSecondSide
                       VARYING WS-Act-Idx2 FROM 1 BY 1
                       UNTIL WS-Act-Idx2 > WS-Act-Count
               END-IF
           END-PERFORM.

       MatchSecondSide.
           IF AC-Function(WS-Act-Idx2) = RU-FunctionB(WS-Rule-Idx)
                   AND AC-OperId(WS-Act-Idx2) = AC-OperId(WS-Act-Idx)
                   AND (AC-Key(WS-Act-Idx2) = AC-Key(WS-Act-Idx)
                       OR AC-Key(WS-Act-Idx) = SPACES
                       OR AC-Key(WS-Act-Idx2) = SPACES)
               MOVE RU-RuleCode(WS-Rule-Idx) TO XL-RuleCode
               MOVE AC-OperId(WS-Act-Idx) TO XL-OperId
               IF AC-Key(WS-Act-Idx) NOT = SPACES
                   MOVE AC-Key(WS-Act-Idx) TO XL-Key
               ELSE
                   MOVE AC-Key(WS-Act-Idx2) TO XL-Key
               END-IF
               MOVE AC-Function(WS-Act-Idx) TO XL-FunctionA
               MOVE AC-Date(WS-Act-Idx) TO XL-DateA
               MOVE AC-Function(WS-Act-Idx2) TO XL-FunctionB
               MOVE AC-Date(WS-Act-Idx2) TO XL-DateB
               MOVE WS-Actual-Line TO ConflictRptLine
               WRITE ConflictRptLine
               ADD 1 TO WS-Actual-Count
           END-IF.

       END PROGRAM DutyConflictScan.
