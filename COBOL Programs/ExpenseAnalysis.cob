      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly analysis of the expense claims reimbursed
      *          through payroll. The claims on EXPCLAIMHIST.DAT paid
      *          in the pay period named on EXPANALPARM.DAT (the last
      *          period PayrollRun posted when absent) are totalled by
      *          the claimant's cost centre and claim type and listed
      *          on EXPANALRPT.DAT. Each cost centre's claims of a
      *          type are journalled on EXPJRNL.DAT in the NLJRNL
      *          layout for NlJournalGen to post: the EXPtcccc
      *          posting rule on NLPOSTRULES.DAT when the centre has
      *          its own, otherwise the type's EXPt rule, debiting
      *          the expense and crediting the payroll account the
      *          reimbursement went out through. The journal is
      *          raised once per period - EXPJRNLCTL.DAT holds the
      *          last period journalled and a rerun only reprints
      *          the analysis - and a claim with no posting rule
      *          holds back the whole period's journal. A period not
      *          yet posted by PayrollRun is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseAnalysis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ClaimHistFile ASSIGN TO "EXPCLAIMHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ClaimHist-Status.
           SELECT AnalParmFile ASSIGN TO "EXPANALPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AnalParm-Status.
           SELECT PeriodCtlFile ASSIGN TO "PAYPERIODCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PeriodCtl-Status.
           SELECT ExpenseRateFile ASSIGN TO "EXPRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExpenseRate-Status.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT PostRulesFile ASSIGN TO "NLPOSTRULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PostRules-Status.
           SELECT ExpenseJrnlFile ASSIGN TO "EXPJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ExpenseJrnl-Status.
           SELECT JrnlCtlFile ASSIGN TO "EXPJRNLCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JrnlCtl-Status.
           SELECT AnalReportFile ASSIGN TO "EXPANALRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ClaimHistFile.
           COPY EXPCLAIM.

       FD  AnalParmFile.
       01  AnalParmRec.
           02  AP-PayYear              PIC 9(4).
           02  AP-PayPeriod            PIC 99.

       FD  PeriodCtlFile.
       01  PeriodCtlRec.
           02  PC-PayYear              PIC 9(4).
           02  PC-PayPeriod            PIC 99.

       FD  ExpenseRateFile.
           COPY EXPRATE.

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  PostRulesFile.
       01  PostRuleRec.
           02  RU-Source               PIC X(8).
           02  RU-DebitAcct            PIC 9(4).
           02  RU-CreditAcct           PIC 9(4).

       FD  ExpenseJrnlFile.
           COPY NLJRNL.

       FD  JrnlCtlFile.
       01  JrnlCtlRec.
           02  JC-PayYear              PIC 9(4).
           02  JC-PayPeriod            PIC 99.

       FD  AnalReportFile.
       01  AnalReportLine              PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-ClaimHist-Status         PIC XX.
       01  WS-AnalParm-Status          PIC XX.
       01  WS-PeriodCtl-Status         PIC XX.
       01  WS-ExpenseRate-Status       PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-PostRules-Status         PIC XX.
       01  WS-ExpenseJrnl-Status       PIC XX.
       01  WS-JrnlCtl-Status           PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-Rate-Eof             PIC X VALUE "N".
               88  Rate-Eof                VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".
           02  WS-Rules-Eof            PIC X VALUE "N".
               88  Rules-Eof               VALUE "Y".

       01  WS-Anal-PayYear             PIC 9(4) VALUE ZERO.
       01  WS-Anal-PayPeriod           PIC 99 VALUE ZERO.
       01  WS-Last-PayYear             PIC 9(4) VALUE ZERO.
       01  WS-Last-PayPeriod           PIC 99 VALUE ZERO.
       01  WS-Anal-Key                 PIC 9(6).
       01  WS-Last-Key                 PIC 9(6).
       01  WS-Jrnl-Key                 PIC 9(6) VALUE ZERO.

       01  WS-Emp-Count                PIC 9(4) VALUE ZERO.
       01  EmpTable.
           02 Emp-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 ET-EmpID                 PIC 9(5).
               03 ET-CostCentre            PIC X(4).
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Claim-Centre             PIC X(4).

       01  WS-Rate-Count               PIC 99 VALUE ZERO.
       01  RateTable.
           02 Rate-Entry OCCURS 20 TIMES
                   DEPENDING ON WS-Rate-Count.
               03 RT-Type                  PIC X.
               03 RT-Description           PIC X(12).
       01  WS-Rate-Idx                 PIC 99.

       01  WS-Rule-Count               PIC 9(2) VALUE ZERO.
       01  RuleTable.
           02 Rule-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Rule-Count.
               03 RL-Source                PIC X(8).
               03 RL-DebitAcct             PIC 9(4).
               03 RL-CreditAcct            PIC 9(4).
       01  WS-Rule-Idx                 PIC 9(2).
       01  WS-Rule-Found-Idx           PIC 9(2).
       01  WS-Rule-Found               PIC X VALUE "N".
           88  Rule-Found                  VALUE "Y".
       01  WS-Lookup-Source            PIC X(8).

      * One line per cost centre and claim type, kept in centre and
      * type order as claims are added so the report groups by
      * centre.
       01  WS-Anal-Count               PIC 9(3) VALUE ZERO.
       01  WS-Anal-Limit               PIC 9(3) VALUE 200.
       01  AnalysisTable.
           02 Anal-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Anal-Count.
               03 AN-Key.
                   04 AN-Centre            PIC X(4).
                   04 AN-Type              PIC X.
               03 AN-Claims                PIC 9(4).
               03 AN-Mileage               PIC 9(7).
               03 AN-Amount                PIC 9(7)V99.
               03 AN-Source                PIC X(8).
               03 AN-RuleIdx               PIC 9(2).
       01  WS-Anal-Idx                 PIC 9(3).
       01  WS-Anal-Pos                 PIC 9(3).
       01  WS-Anal-Found               PIC X VALUE "N".
           88  Anal-Found                  VALUE "Y".
       01  WS-New-Key.
           02  WS-New-Centre           PIC X(4).
           02  WS-New-Type             PIC X.

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".
       01  WS-Missing-Rules            PIC 9(3) VALUE ZERO.
       01  WS-Journal-Due              PIC X VALUE "N".
           88  Journal-Due                 VALUE "Y".
       01  WS-Claim-Count              PIC 9(5) VALUE ZERO.
       01  WS-Leg-Count                PIC 9(4) VALUE ZERO.
       01  WS-Centre-Total             PIC 9(9)V99 VALUE ZERO.
       01  WS-Grand-Total              PIC 9(9)V99 VALUE ZERO.
       01  WS-Prev-Centre              PIC X(4).

       01  WS-Report-Heading.
           02  FILLER                  PIC X(30)
                   VALUE "EXPENSE ANALYSIS - PAY PERIOD ".
           02  RH-PayYear              PIC 9(4).
           02  FILLER                  PIC X VALUE "/".
           02  RH-PayPeriod            PIC 99.
           02  FILLER                  PIC X(7) VALUE "   RUN ".
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-Report-Columns.
           02  FILLER                  PIC X(39)
                   VALUE "CENTRE TYPE DESCRIPTION CLAIMS".
           02  FILLER                  PIC X(41)
                   VALUE "KM        AMOUNT DR ACCT CR ACCT".

       01  WS-Detail-Line.
           02  DL-Centre               PIC X(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  DL-Type                 PIC X.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  DL-Description          PIC X(12).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-Claims               PIC ZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-Mileage              PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  DL-Amount               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  DL-DebitAcct            PIC X(4).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  DL-CreditAcct           PIC X(4).
           02  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-Centre-Line.
           02  FILLER                  PIC X(7) VALUE SPACES.
           02  FILLER                  PIC X(13) VALUE "CENTRE TOTAL ".
           02  CL-Centre               PIC X(4).
           02  FILLER                  PIC X(17) VALUE SPACES.
           02  CL-Amount               PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER                  PIC X(7) VALUE SPACES.
           02  FILLER                  PIC X(18)
                   VALUE "TOTAL EXPENSES    ".
           02  TL-Claims               PIC ZZZZ9.
           02  FILLER                  PIC X(11) VALUE SPACES.
           02  TL-Amount               PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-Exc-Key.
           02  XK-Centre               PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  XK-Type                 PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  XK-PayYear              PIC 9(4).
           02  XK-PayPeriod            PIC 99.
           02  FILLER                  PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadPeriods.
           COMPUTE WS-Anal-Key =
               WS-Anal-PayYear * 100 + WS-Anal-PayPeriod.
           COMPUTE WS-Last-Key =
               WS-Last-PayYear * 100 + WS-Last-PayPeriod.
           IF WS-Anal-Key = ZERO OR WS-Anal-Key > WS-Last-Key
               DISPLAY "EXPENSEANALYSIS: PAY PERIOD " WS-Anal-PayYear
                   "/" WS-Anal-PayPeriod " NOT YET POSTED - RUN "
                   "REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadExpenseRates.
           PERFORM LoadPostingRules.
           PERFORM AnalyseClaims.
           IF Table-Full
               DISPLAY "EXPENSEANALYSIS: ANALYSIS TABLE FULL - "
                   "NOTHING JOURNALLED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ReadJournalControl.
           IF WS-Anal-Key > WS-Jrnl-Key AND WS-Anal-Count > ZERO
               MOVE "Y" TO WS-Journal-Due
           END-IF.
           PERFORM ResolvePostingRules.
           PERFORM PrintAnalysis.
           IF Journal-Due
               IF WS-Missing-Rules > ZERO
                   DISPLAY "EXPENSEANALYSIS: " WS-Missing-Rules
                       " LINES WITH NO POSTING RULE - NOTHING "
                       "JOURNALLED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM WriteExpenseJournals
                   PERFORM UpdateJournalControl
               END-IF
           END-IF.
           DISPLAY "EXPENSEANALYSIS: PERIOD " WS-Anal-PayYear "/"
               WS-Anal-PayPeriod ", " WS-Claim-Count " CLAIMS "
               WS-Grand-Total ", " WS-Leg-Count " JOURNAL LEGS".
           STOP RUN.

       ReadPeriods.
           OPEN INPUT PeriodCtlFile.
           IF WS-PeriodCtl-Status = "00"
               READ PeriodCtlFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-PayYear TO WS-Last-PayYear
                       MOVE PC-PayPeriod TO WS-Last-PayPeriod
               END-READ
               CLOSE PeriodCtlFile
           END-IF.
           MOVE WS-Last-PayYear TO WS-Anal-PayYear.
           MOVE WS-Last-PayPeriod TO WS-Anal-PayPeriod.
           OPEN INPUT AnalParmFile.
           IF WS-AnalParm-Status = "00"
               READ AnalParmFile
                   AT END MOVE ZERO TO AP-PayYear
               END-READ
               IF AP-PayYear IS NUMERIC AND AP-PayYear > ZERO
                       AND AP-PayPeriod IS NUMERIC
                   MOVE AP-PayYear TO WS-Anal-PayYear
                   MOVE AP-PayPeriod TO WS-Anal-PayPeriod
               END-IF
               CLOSE AnalParmFile
           END-IF.

       ReadJournalControl.
           OPEN INPUT JrnlCtlFile.
           IF WS-JrnlCtl-Status = "00"
               READ JrnlCtlFile
                   AT END CONTINUE
                   NOT AT END
                       COMPUTE WS-Jrnl-Key =
                           JC-PayYear * 100 + JC-PayPeriod
               END-READ
               CLOSE JrnlCtlFile
           END-IF.

       UpdateJournalControl.
           OPEN OUTPUT JrnlCtlFile.
           MOVE WS-Anal-PayYear TO JC-PayYear.
           MOVE WS-Anal-PayPeriod TO JC-PayPeriod.
           WRITE JrnlCtlRec.
           CLOSE JrnlCtlFile.

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
                       IF EM-CostCentre = SPACES
                           MOVE "NONE" TO ET-CostCentre(WS-Emp-Count)
                       ELSE
                           MOVE EM-CostCentre
                               TO ET-CostCentre(WS-Emp-Count)
                       END-IF
                   END-IF
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

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
                       MOVE ER-Description
                           TO RT-Description(WS-Rate-Count)
                   END-IF
                   READ ExpenseRateFile
                       AT END MOVE "Y" TO WS-Rate-Eof
                   END-READ
               END-PERFORM
               CLOSE ExpenseRateFile
           END-IF.

       LoadPostingRules.
           OPEN INPUT PostRulesFile.
           IF WS-PostRules-Status = "00"
               READ PostRulesFile
                   AT END MOVE "Y" TO WS-Rules-Eof
               END-READ
               PERFORM UNTIL Rules-Eof
                   IF WS-Rule-Count < 50
                       ADD 1 TO WS-Rule-Count
                       MOVE RU-Source TO RL-Source(WS-Rule-Count)
                       MOVE RU-DebitAcct
                           TO RL-DebitAcct(WS-Rule-Count)
                       MOVE RU-CreditAcct
                           TO RL-CreditAcct(WS-Rule-Count)
                   END-IF
                   READ PostRulesFile
                       AT END MOVE "Y" TO WS-Rules-Eof
                   END-READ
               END-PERFORM
               CLOSE PostRulesFile
           END-IF.

       FindRule.
           MOVE "N" TO WS-Rule-Found.
           MOVE ZERO TO WS-Rule-Found-Idx.
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
                       OR Rule-Found
               IF RL-Source(WS-Rule-Idx) = WS-Lookup-Source
                   MOVE "Y" TO WS-Rule-Found
                   MOVE WS-Rule-Idx TO WS-Rule-Found-Idx
               END-IF
           END-PERFORM.

       AnalyseClaims.
           OPEN INPUT ClaimHistFile.
           IF WS-ClaimHist-Status = "00"
               READ ClaimHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   IF XC-PayYear = WS-Anal-PayYear
                           AND XC-PayPeriod = WS-Anal-PayPeriod
                       PERFORM AddClaimToAnalysis
                   END-IF
                   READ ClaimHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE ClaimHistFile
           END-IF.

       AddClaimToAnalysis.
           MOVE "NONE" TO WS-Claim-Centre.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count
               IF ET-EmpID(WS-Emp-Idx) = XC-EmpID
                   MOVE ET-CostCentre(WS-Emp-Idx) TO WS-Claim-Centre
               END-IF
           END-PERFORM.
           MOVE WS-Claim-Centre TO WS-New-Centre.
           MOVE XC-Type TO WS-New-Type.
           MOVE "N" TO WS-Anal-Found.
           MOVE ZERO TO WS-Anal-Pos.
           PERFORM VARYING WS-Anal-Idx FROM 1 BY 1
                   UNTIL WS-Anal-Idx > WS-Anal-Count
                       OR Anal-Found OR WS-Anal-Pos > ZERO
               IF AN-Key(WS-Anal-Idx) = WS-New-Key
                   MOVE "Y" TO WS-Anal-Found
                   MOVE WS-Anal-Idx TO WS-Anal-Pos
               ELSE
                   IF AN-Key(WS-Anal-Idx) > WS-New-Key
                       MOVE WS-Anal-Idx TO WS-Anal-Pos
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT Anal-Found
               IF WS-Anal-Count >= WS-Anal-Limit
                   MOVE "Y" TO WS-Table-Full
               ELSE
                   PERFORM InsertAnalysisEntry
               END-IF
           END-IF.
           IF Anal-Found
               ADD 1 TO WS-Claim-Count
               ADD 1 TO AN-Claims(WS-Anal-Pos)
               ADD XC-Mileage TO AN-Mileage(WS-Anal-Pos)
               ADD XC-Amount TO AN-Amount(WS-Anal-Pos)
           END-IF.

      * Opens a slot at the insertion point by moving the later
      * entries down one, keeping the table in key order.
       InsertAnalysisEntry.
           ADD 1 TO WS-Anal-Count.
           IF WS-Anal-Pos = ZERO
               MOVE WS-Anal-Count TO WS-Anal-Pos
           ELSE
               PERFORM VARYING WS-Anal-Idx FROM WS-Anal-Count BY -1
                       UNTIL WS-Anal-Idx <= WS-Anal-Pos
                   MOVE Anal-Entry(WS-Anal-Idx - 1)
                       TO Anal-Entry(WS-Anal-Idx)
               END-PERFORM
           END-IF.
           MOVE WS-New-Key TO AN-Key(WS-Anal-Pos).
           MOVE ZERO TO AN-Claims(WS-Anal-Pos).
           MOVE ZERO TO AN-Mileage(WS-Anal-Pos).
           MOVE ZERO TO AN-Amount(WS-Anal-Pos).
           MOVE SPACES TO AN-Source(WS-Anal-Pos).
           MOVE ZERO TO AN-RuleIdx(WS-Anal-Pos).
           MOVE "Y" TO WS-Anal-Found.

      * The centre's own rule wins over the type's; a line with
      * neither is logged to the exceptions file.
       ResolvePostingRules.
           IF Journal-Due
               MOVE SPACES TO ExceptionRecord
               OPEN EXTEND ExceptionsFile
               IF WS-Exceptions-Status = "35"
                   OPEN OUTPUT ExceptionsFile
               END-IF
           END-IF.
           PERFORM VARYING WS-Anal-Idx FROM 1 BY 1
                   UNTIL WS-Anal-Idx > WS-Anal-Count
               MOVE "EXP" TO WS-Lookup-Source
               MOVE AN-Type(WS-Anal-Idx) TO WS-Lookup-Source(4:1)
               MOVE AN-Centre(WS-Anal-Idx) TO WS-Lookup-Source(5:4)
               PERFORM FindRule
               IF NOT Rule-Found
                   MOVE SPACES TO WS-Lookup-Source(5:4)
                   PERFORM FindRule
               END-IF
               MOVE "EXP" TO AN-Source(WS-Anal-Idx)
               MOVE AN-Type(WS-Anal-Idx) TO AN-Source(WS-Anal-Idx)(4:1)
               MOVE AN-Centre(WS-Anal-Idx)
                   TO AN-Source(WS-Anal-Idx)(5:4)
               MOVE WS-Rule-Found-Idx TO AN-RuleIdx(WS-Anal-Idx)
               IF NOT Rule-Found AND Journal-Due
                   ADD 1 TO WS-Missing-Rules
                   MOVE AN-Centre(WS-Anal-Idx) TO XK-Centre
                   MOVE AN-Type(WS-Anal-Idx) TO XK-Type
                   MOVE WS-Anal-PayYear TO XK-PayYear
                   MOVE WS-Anal-PayPeriod TO XK-PayPeriod
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "EXPANAL" TO EXC-Source
                   MOVE WS-Exc-Key TO EXC-Key
                   MOVE "NO POSTING RULE FOR EXPENSES" TO EXC-Reason
                   WRITE ExceptionRecord
               END-IF
           END-PERFORM.
           IF Journal-Due
               CLOSE ExceptionsFile
           END-IF.

       PrintAnalysis.
           OPEN OUTPUT AnalReportFile.
           MOVE WS-Anal-PayYear TO RH-PayYear.
           MOVE WS-Anal-PayPeriod TO RH-PayPeriod.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Report-Heading TO AnalReportLine.
           WRITE AnalReportLine.
           MOVE WS-Report-Columns TO AnalReportLine.
           WRITE AnalReportLine.
           MOVE SPACES TO WS-Prev-Centre.
           PERFORM VARYING WS-Anal-Idx FROM 1 BY 1
                   UNTIL WS-Anal-Idx > WS-Anal-Count
               IF AN-Centre(WS-Anal-Idx) NOT = WS-Prev-Centre
                   PERFORM PrintCentreTotal
                   MOVE AN-Centre(WS-Anal-Idx) TO WS-Prev-Centre
               END-IF
               PERFORM PrintAnalysisLine
           END-PERFORM.
           PERFORM PrintCentreTotal.
           MOVE WS-Claim-Count TO TL-Claims.
           MOVE WS-Grand-Total TO TL-Amount.
           MOVE WS-Total-Line TO AnalReportLine.
           WRITE AnalReportLine.
           CLOSE AnalReportFile.

       PrintAnalysisLine.
           MOVE AN-Centre(WS-Anal-Idx) TO DL-Centre.
           MOVE AN-Type(WS-Anal-Idx) TO DL-Type.
           MOVE "UNKNOWN" TO DL-Description.
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF RT-Type(WS-Rate-Idx) = AN-Type(WS-Anal-Idx)
                   MOVE RT-Description(WS-Rate-Idx) TO DL-Description
               END-IF
           END-PERFORM.
           MOVE AN-Claims(WS-Anal-Idx) TO DL-Claims.
           MOVE AN-Mileage(WS-Anal-Idx) TO DL-Mileage.
           MOVE AN-Amount(WS-Anal-Idx) TO DL-Amount.
           IF AN-RuleIdx(WS-Anal-Idx) > ZERO
               MOVE RL-DebitAcct(AN-RuleIdx(WS-Anal-Idx))
                   TO DL-DebitAcct
               MOVE RL-CreditAcct(AN-RuleIdx(WS-Anal-Idx))
                   TO DL-CreditAcct
           ELSE
               MOVE "NONE" TO DL-DebitAcct
               MOVE "NONE" TO DL-CreditAcct
           END-IF.
           MOVE WS-Detail-Line TO AnalReportLine.
           WRITE AnalReportLine.
           ADD AN-Amount(WS-Anal-Idx) TO WS-Centre-Total.
           ADD AN-Amount(WS-Anal-Idx) TO WS-Grand-Total.

       PrintCentreTotal.
           IF WS-Prev-Centre NOT = SPACES
               MOVE WS-Prev-Centre TO CL-Centre
               MOVE WS-Centre-Total TO CL-Amount
               MOVE WS-Centre-Line TO AnalReportLine
               WRITE AnalReportLine
           END-IF.
           MOVE ZERO TO WS-Centre-Total.

      * One balanced pair of legs per cost centre and claim type,
      * dated the run date for that day's NlJournalGen.
       WriteExpenseJournals.
           OPEN EXTEND ExpenseJrnlFile.
           IF WS-ExpenseJrnl-Status = "35"
               OPEN OUTPUT ExpenseJrnlFile
           END-IF.
           PERFORM VARYING WS-Anal-Idx FROM 1 BY 1
                   UNTIL WS-Anal-Idx > WS-Anal-Count
               IF AN-Amount(WS-Anal-Idx) > ZERO
                   MOVE WS-Run-Date TO NJ-JrnlDate
                   MOVE RL-DebitAcct(AN-RuleIdx(WS-Anal-Idx))
                       TO NJ-Acct
                   MOVE AN-Amount(WS-Anal-Idx) TO NJ-Debit
                   MOVE ZERO TO NJ-Credit
                   MOVE AN-Source(WS-Anal-Idx) TO NJ-Source
                   WRITE NlJournalRec
                   MOVE RL-CreditAcct(AN-RuleIdx(WS-Anal-Idx))
                       TO NJ-Acct
                   MOVE ZERO TO NJ-Debit
                   MOVE AN-Amount(WS-Anal-Idx) TO NJ-Credit
                   WRITE NlJournalRec
                   ADD 2 TO WS-Leg-Count
               END-IF
           END-PERFORM.
           CLOSE ExpenseJrnlFile.

       END PROGRAM ExpenseAnalysis.
