      ******************************************************************
      * Author:
      * Date:
      * Purpose: Budget-season costing of proposed statutory rate
      *          changes and pay rises, in the PriceSimulate style.
      *          Reads a proposed rate-bands file PAYSIMBANDS.DAT in
      *          the TAXBANDS.DAT layout and re-runs PayrollRun's
      *          statutory deduction rules (emergency basis included;
      *          the one-off certificate true-up is not simulated)
      *          over the last N pay periods on EMPLOYEEPAY.DAT,
      *          once at the bands in force and once at the proposed
      *          bands with the pay-rate uplift applied to gross.
      *          A PRSI class, employer rate or emergency band the
      *          proposed file does not carry stays at today's rate.
      *          PAYSIMRPT.DAT shows current against proposed
      *          statutory net pay, employer PRSI and employer
      *          pension, and the change in employer cost (gross
      *          plus employer PRSI and pension), per employee and
      *          per cost centre. N and the uplift percentage come
      *          from PAYSIMPARM.DAT (defaults 3 periods, no uplift).
      *          Every payroll file is only read, never written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaySimulate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ParmFile ASSIGN TO "PAYSIMPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Parm-Status.
           SELECT TaxBandFile ASSIGN TO "TAXBANDS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TaxBand-Status.
           SELECT ProposedBandFile ASSIGN TO "PAYSIMBANDS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ProposedBand-Status.
           SELECT EmployeeMasterFile ASSIGN TO "EMPLOYEEMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmpMaster-Status.
           SELECT EmployeePayFile ASSIGN TO "EMPLOYEEPAY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EmployeePay-Status.
           SELECT SimReportFile ASSIGN TO "PAYSIMRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ParmFile.
       01  PaySimParmRec.
           02  PSP-Periods             PIC 99.
           02  PSP-UpliftPct           PIC 99V99.

       FD  TaxBandFile.
       01  TaxBandFileRec              PIC X(13).

       FD  ProposedBandFile.
       01  ProposedBandFileRec         PIC X(13).

       FD  EmployeeMasterFile.
           COPY EMPMAST.

       FD  EmployeePayFile.
       01  EmployeePayRec.
           02  EmpID               PIC 9(5).
           02  EmpName             PIC X(20).
           02  IN-GrossPay         PIC 9(6)V99.
           02  Tax                 PIC 9(4)V99.
           02  PRSI                PIC 9(4)V99.
           02  Pension             PIC 9(4)V99.
           02  PayYear             PIC 9(4).
           02  PayPeriod           PIC 99.

       FD  SimReportFile.
       01  SimReportLine               PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-Parm-Status              PIC XX.
       01  WS-TaxBand-Status           PIC XX.
       01  WS-ProposedBand-Status      PIC XX.
       01  WS-EmpMaster-Status         PIC XX.
       01  WS-EmployeePay-Status       PIC XX.

      * Parameter-file defaults when no record is supplied.
       01  WS-Sim-Periods              PIC 99 VALUE 3.
       01  WS-Uplift-Pct               PIC 99V99 VALUE ZERO.

       01  WS-Eof-Switches.
           02  WS-TaxBand-Eof          PIC X VALUE "N".
               88  TaxBand-Eof             VALUE "Y".
           02  WS-EmpMaster-Eof        PIC X VALUE "N".
               88  EmpMaster-Eof           VALUE "Y".
           02  WS-Pay-Eof              PIC X VALUE "N".
               88  Pay-Eof                 VALUE "Y".

      * Both band files are read into the one TAXBANDS layout.
           COPY TAXBANDS REPLACING LEADING ==TB-== BY ==WB-==
               ==TaxBandRec== BY ==WS-Band-Rec==.

      * Band set 1 is the bands in force, set 2 the proposal.
       01  WS-Set-Idx                  PIC 9.
       01  WS-Band-Sets.
           02  Band-Set OCCURS 2 TIMES.
               03  BS-Band-Set         PIC X.
                   88  BS-Bands-On-File    VALUE "Y".
               03  BS-Employer-Set     PIC X.
               03  BS-Emerg-Set        PIC X.
               03  BS-StdBand          PIC 9(6)V99.
               03  BS-StdRate          PIC V99.
               03  BS-HigherRate       PIC V99.
               03  BS-EmergBand        PIC 9(6)V99.
               03  BS-EmployerRate     PIC V9(4).
               03  BS-Class-Count      PIC 99.
               03  BS-Class OCCURS 20 TIMES.
                   04  BS-ClassCode    PIC X.
                   04  BS-ClassRate    PIC V9(4).
       01  WS-Class-Idx                PIC 99.
       01  WS-Prop-Class-Idx           PIC 99.
       01  WS-Class-Rate               PIC V9(4).
       01  WS-Class-Found              PIC X.
           88  Class-Found                 VALUE "Y".

       01  WS-Emp-Count                PIC 9(4) VALUE ZERO.
       01  EmployeeTable.
           02 Employee-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Emp-Count.
               03 SE-EmpID                 PIC 9(5).
               03 SE-EmpName               PIC X(20).
               03 SE-CostCentre            PIC X(4).
               03 SE-PRSIClass             PIC X.
               03 SE-PensionPct            PIC V99.
               03 SE-EmployerPct           PIC V99.
               03 SE-TaxCredit             PIC 9(4)V99.
               03 SE-PPSN                  PIC X(9).
               03 SE-TaxBasis              PIC X.
                   88 SE-Emergency             VALUE "E".
               03 SE-Paid                  PIC X.
                   88 SE-Was-Paid              VALUE "Y".
               03 SE-Figures OCCURS 2 TIMES.
                   04 SE-Gross             PIC 9(8)V99.
                   04 SE-Net               PIC S9(8)V99.
                   04 SE-ErPRSI            PIC 9(8)V99.
                   04 SE-ErPension         PIC 9(8)V99.
       01  WS-Emp-Idx                  PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Emp-Found                PIC X VALUE "N".
           88  Emp-Found                   VALUE "Y".

       01  WS-Centre-Count             PIC 9(3) VALUE ZERO.
       01  CentreTable.
           02 Centre-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Centre-Count.
               03 CN-Code                  PIC X(4).
               03 CN-Headcount             PIC 9(4).
               03 CN-Figures OCCURS 2 TIMES.
                   04 CN-Gross             PIC 9(9)V99.
                   04 CN-Net               PIC S9(9)V99.
                   04 CN-ErPRSI            PIC 9(9)V99.
                   04 CN-ErPension         PIC 9(9)V99.
       01  WS-Centre-Idx               PIC 9(3).
       01  WS-Found-Centre-Idx         PIC 9(3).
       01  WS-Centre-Found             PIC X VALUE "N".
           88  Centre-Found                VALUE "Y".

       01  WS-Total-Figures.
           02 TF-Figures OCCURS 2 TIMES.
               03 TF-Gross                 PIC 9(9)V99.
               03 TF-Net                   PIC S9(9)V99.
               03 TF-ErPRSI                PIC 9(9)V99.
               03 TF-ErPension             PIC 9(9)V99.
       01  WS-Total-Headcount          PIC 9(4) VALUE ZERO.

      * The pay-period window: periods numbered year * 12 + period
      * so the window runs back across a year end.
       01  WS-Last-Ordinal             PIC 9(6) VALUE ZERO.
       01  WS-First-Ordinal            PIC 9(6) VALUE ZERO.
       01  WS-Pay-Ordinal              PIC 9(6).
       01  WS-First-Key                PIC 9(6) VALUE ZERO.
       01  WS-Last-Key                 PIC 9(6) VALUE ZERO.
       01  WS-Work-Year                PIC 9(4).
       01  WS-Work-Period              PIC 99.
       01  WS-Pay-Count                PIC 9(5) VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(5) VALUE ZERO.

       01  WS-Sim-Gross                PIC 9(7)V99.
       01  WS-Sim-Tax                  PIC 9(7)V99.
       01  WS-Sim-PRSI                 PIC 9(7)V99.
       01  WS-Sim-Pension              PIC 9(7)V99.
       01  WS-Tax-Work                 PIC S9(7)V99.
       01  WS-Cost-Change              PIC S9(9)V99.

       01  WS-Sim-Header-Line.
           02  FILLER                  PIC X(34)
                   VALUE "PAYROLL COST SIMULATION - PERIODS ".
           02  SH-FirstKey             PIC 9999/99.
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  SH-LastKey              PIC 9999/99.
           02  FILLER                  PIC X(17)
                   VALUE "   PAY UPLIFT PCT".
           02  SH-Uplift               PIC ZZ9.99.
           02  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-Sim-Column-Line.
           02  FILLER                  PIC X(32)
                   VALUE "EMPID NAME                 CC".
           02  FILLER                  PIC X(30)
                   VALUE "   CURRENT NET    PROPOSED NET".
           02  FILLER                  PIC X(30)
                   VALUE "     NET CHANGE    CUR ER PRSI".
           02  FILLER                  PIC X(30)
                   VALUE "   NEW ER PRSI     CUR ER PEN".
           02  FILLER                  PIC X(28)
                   VALUE "   NEW ER PEN    COST CHANGE".

       01  WS-Sim-Emp-Line.
           02  SL-EmpID                PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-EmpName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-CostCentre           PIC X(4).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-Figures.
               03  SL-CurNet           PIC -ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-NewNet           PIC -ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-NetChange        PIC -Z,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-CurErPRSI        PIC ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X VALUE SPACES.
               03  SL-NewErPRSI        PIC ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-CurErPen         PIC ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X VALUE SPACES.
               03  SL-NewErPen         PIC ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-CostChange       PIC -Z,ZZZ,ZZ9.99.

       01  WS-Sim-Centre-Line.
           02  FILLER                  PIC X(12)
                   VALUE "COST CENTRE ".
           02  SC-Code                 PIC X(4).
           02  FILLER                  PIC X(12)
                   VALUE "  EMPLOYEES ".
           02  SC-Headcount            PIC ZZZ9.
           02  SC-Figures              PIC X(118).

       01  WS-Sim-Total-Line.
           02  FILLER                  PIC X(28)
                   VALUE "TOTAL ALL COST CENTRES".
           02  ST-Headcount            PIC ZZZ9.
           02  ST-Figures              PIC X(118).

       01  WS-Sim-Note-Line.
           02  FILLER                  PIC X(32)
                   VALUE "PAY RECORDS SIMULATED:  ".
           02  SN-PayCount             PIC ZZZZ9.
           02  FILLER                  PIC X(32)
                   VALUE "   NOT ON EMPLOYEE MASTER:  ".
           02  SN-Skipped              PIC ZZZZ9.
           02  FILLER                  PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           INITIALIZE WS-Band-Sets.
           INITIALIZE WS-Total-Figures.
           PERFORM LoadParameters.
           MOVE 1 TO WS-Set-Idx.
           PERFORM LoadCurrentBands.
           MOVE 2 TO WS-Set-Idx.
           PERFORM LoadProposedBands.
           IF NOT BS-Bands-On-File(1) OR NOT BS-Bands-On-File(2)
               DISPLAY "PAYSIMULATE: NO RATE BANDS ON TAXBANDS.DAT "
                   "OR PAYSIMBANDS.DAT - SIMULATION REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DefaultProposedRates.
           PERFORM LoadEmployeeMaster.
           PERFORM FindPeriodWindow.
           PERFORM SimulatePayFile.
           PERFORM AccumulateCentres.
           PERFORM PrintSimulation.
           DISPLAY "PAYSIMULATE: " WS-Pay-Count
               " PAY RECORDS SIMULATED, " WS-Skipped-Count
               " NOT ON EMPLOYEE MASTER".
           STOP RUN.

       LoadParameters.
           OPEN INPUT ParmFile.
           IF WS-Parm-Status = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF PSP-Periods IS NUMERIC
                               AND PSP-Periods > ZERO
                           MOVE PSP-Periods TO WS-Sim-Periods
                       END-IF
                       IF PSP-UpliftPct IS NUMERIC
                           MOVE PSP-UpliftPct TO WS-Uplift-Pct
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

       LoadCurrentBands.
           MOVE "N" TO WS-TaxBand-Eof.
           OPEN INPUT TaxBandFile.
           IF WS-TaxBand-Status = "00"
               READ TaxBandFile INTO WS-Band-Rec
                   AT END MOVE "Y" TO WS-TaxBand-Eof
               END-READ
               PERFORM UNTIL TaxBand-Eof
                   PERFORM StoreBandRecord
                   READ TaxBandFile INTO WS-Band-Rec
                       AT END MOVE "Y" TO WS-TaxBand-Eof
                   END-READ
               END-PERFORM
               CLOSE TaxBandFile
           END-IF.

       LoadProposedBands.
           MOVE "N" TO WS-TaxBand-Eof.
           OPEN INPUT ProposedBandFile.
           IF WS-ProposedBand-Status = "00"
               READ ProposedBandFile INTO WS-Band-Rec
                   AT END MOVE "Y" TO WS-TaxBand-Eof
               END-READ
               PERFORM UNTIL TaxBand-Eof
                   PERFORM StoreBandRecord
                   READ ProposedBandFile INTO WS-Band-Rec
                       AT END MOVE "Y" TO WS-TaxBand-Eof
                   END-READ
               END-PERFORM
               CLOSE ProposedBandFile
           END-IF.

       StoreBandRecord.
           EVALUATE TRUE
               WHEN WB-Band-Rec
                   MOVE "Y" TO BS-Band-Set(WS-Set-Idx)
                   MOVE WB-StdBand TO BS-StdBand(WS-Set-Idx)
                   MOVE WB-StdRate TO BS-StdRate(WS-Set-Idx)
                   MOVE WB-HigherRate TO BS-HigherRate(WS-Set-Idx)
               WHEN WB-PRSI-Rec
                   IF BS-Class-Count(WS-Set-Idx) < 20
                       ADD 1 TO BS-Class-Count(WS-Set-Idx)
                       MOVE BS-Class-Count(WS-Set-Idx)
                           TO WS-Class-Idx
                       MOVE WB-ClassCode
                           TO BS-ClassCode(WS-Set-Idx WS-Class-Idx)
                       MOVE WB-ClassRate
                           TO BS-ClassRate(WS-Set-Idx WS-Class-Idx)
                   END-IF
               WHEN WB-Employer-Rec
                   MOVE "Y" TO BS-Employer-Set(WS-Set-Idx)
                   MOVE WB-ClassRate TO BS-EmployerRate(WS-Set-Idx)
               WHEN WB-Emergency-Rec
                   MOVE "Y" TO BS-Emerg-Set(WS-Set-Idx)
                   MOVE WB-StdBand TO BS-EmergBand(WS-Set-Idx)
           END-EVALUATE.

      * A proposal that leaves out the employer rate, the emergency
      * band or a PRSI class is taken as leaving it unchanged.
       DefaultProposedRates.
           IF BS-Employer-Set(2) NOT = "Y"
               MOVE BS-EmployerRate(1) TO BS-EmployerRate(2)
           END-IF.
           IF BS-Emerg-Set(2) NOT = "Y"
               MOVE BS-EmergBand(1) TO BS-EmergBand(2)
           END-IF.
           PERFORM VARYING WS-Class-Idx FROM 1 BY 1
                   UNTIL WS-Class-Idx > BS-Class-Count(1)
               MOVE "N" TO WS-Class-Found
               PERFORM FindProposedClass
               IF NOT Class-Found AND BS-Class-Count(2) < 20
                   ADD 1 TO BS-Class-Count(2)
                   MOVE BS-ClassCode(1 WS-Class-Idx)
                       TO BS-ClassCode(2 BS-Class-Count(2))
                   MOVE BS-ClassRate(1 WS-Class-Idx)
                       TO BS-ClassRate(2 BS-Class-Count(2))
               END-IF
           END-PERFORM.

       FindProposedClass.
           PERFORM VARYING WS-Prop-Class-Idx FROM 1 BY 1
                   UNTIL WS-Prop-Class-Idx > BS-Class-Count(2)
               IF BS-ClassCode(2 WS-Prop-Class-Idx)
                       = BS-ClassCode(1 WS-Class-Idx)
                   MOVE "Y" TO WS-Class-Found
               END-IF
           END-PERFORM.

       LoadEmployeeMaster.
           OPEN INPUT EmployeeMasterFile.
           IF WS-EmpMaster-Status = "00"
               READ EmployeeMasterFile
                   AT END MOVE "Y" TO WS-EmpMaster-Eof
               END-READ
               PERFORM UNTIL EmpMaster-Eof
                   IF WS-Emp-Count < 500
                       PERFORM StoreOneEmployee
                   END-IF
                   READ EmployeeMasterFile
                       AT END MOVE "Y" TO WS-EmpMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       StoreOneEmployee.
           ADD 1 TO WS-Emp-Count.
           INITIALIZE Employee-Entry(WS-Emp-Count).
           MOVE EM-EmpID TO SE-EmpID(WS-Emp-Count).
           MOVE EM-EmpName TO SE-EmpName(WS-Emp-Count).
           IF EM-CostCentre = SPACES
               MOVE "NONE" TO SE-CostCentre(WS-Emp-Count)
           ELSE
               MOVE EM-CostCentre TO SE-CostCentre(WS-Emp-Count)
           END-IF.
           MOVE EM-PRSIClass TO SE-PRSIClass(WS-Emp-Count).
           MOVE EM-PensionPct TO SE-PensionPct(WS-Emp-Count).
           MOVE EM-EmployerPct TO SE-EmployerPct(WS-Emp-Count).
           MOVE EM-TaxCredit TO SE-TaxCredit(WS-Emp-Count).
           MOVE EM-PPSN TO SE-PPSN(WS-Emp-Count).
           IF EM-StartDate IS NUMERIC
               MOVE EM-TaxBasis TO SE-TaxBasis(WS-Emp-Count)
           ELSE
               MOVE SPACE TO SE-TaxBasis(WS-Emp-Count)
           END-IF.

      * The window is the latest period on the pay file and the
      * N - 1 before it.
       FindPeriodWindow.
           OPEN INPUT EmployeePayFile.
           IF WS-EmployeePay-Status = "00"
               READ EmployeePayFile
                   AT END MOVE "Y" TO WS-Pay-Eof
               END-READ
               PERFORM UNTIL Pay-Eof
                   COMPUTE WS-Pay-Ordinal = PayYear * 12 + PayPeriod
                   IF WS-Pay-Ordinal > WS-Last-Ordinal
                       MOVE WS-Pay-Ordinal TO WS-Last-Ordinal
                       COMPUTE WS-Last-Key =
                           PayYear * 100 + PayPeriod
                   END-IF
                   READ EmployeePayFile
                       AT END MOVE "Y" TO WS-Pay-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeePayFile
           END-IF.
           IF WS-Last-Ordinal > WS-Sim-Periods
               COMPUTE WS-First-Ordinal =
                   WS-Last-Ordinal - WS-Sim-Periods + 1
           ELSE
               MOVE 1 TO WS-First-Ordinal
           END-IF.
           SUBTRACT 1 FROM WS-First-Ordinal.
           DIVIDE WS-First-Ordinal BY 12 GIVING WS-Work-Year
               REMAINDER WS-Work-Period.
           ADD 1 TO WS-Work-Period.
           COMPUTE WS-First-Key = WS-Work-Year * 100 + WS-Work-Period.
           ADD 1 TO WS-First-Ordinal.

       SimulatePayFile.
           MOVE "N" TO WS-Pay-Eof.
           OPEN INPUT EmployeePayFile.
           IF WS-EmployeePay-Status = "00"
               READ EmployeePayFile
                   AT END MOVE "Y" TO WS-Pay-Eof
               END-READ
               PERFORM UNTIL Pay-Eof
                   COMPUTE WS-Pay-Ordinal = PayYear * 12 + PayPeriod
                   IF WS-Pay-Ordinal >= WS-First-Ordinal
                       PERFORM SimulateOnePayRecord
                   END-IF
                   READ EmployeePayFile
                       AT END MOVE "Y" TO WS-Pay-Eof
                   END-READ
               END-PERFORM
               CLOSE EmployeePayFile
           END-IF.

       SimulateOnePayRecord.
           MOVE "N" TO WS-Emp-Found.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count
                       OR Emp-Found
               IF SE-EmpID(WS-Emp-Idx) = EmpID
                   MOVE "Y" TO WS-Emp-Found
                   MOVE WS-Emp-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT Emp-Found
               ADD 1 TO WS-Skipped-Count
           ELSE
               ADD 1 TO WS-Pay-Count
               MOVE "Y" TO SE-Paid(WS-Found-Idx)
               MOVE 1 TO WS-Set-Idx
               MOVE IN-GrossPay TO WS-Sim-Gross
               PERFORM SimulateOneBandSet
               MOVE 2 TO WS-Set-Idx
               COMPUTE WS-Sim-Gross ROUNDED =
                   IN-GrossPay * (100 + WS-Uplift-Pct) / 100
               PERFORM SimulateOneBandSet
           END-IF.

      * PayrollRun's ComputeStatutoryDeductions against one band set:
      * standard rate up to the band, higher rate on the excess,
      * less the per-period credit; emergency basis on the
      * emergency band with no credit, or all at the higher rate
      * with no PPSN. PRSI at the class rate, pension at the
      * employee's percentage.
       SimulateOneBandSet.
           IF SE-Emergency(WS-Found-Idx)
               IF SE-PPSN(WS-Found-Idx) = SPACES
                   COMPUTE WS-Tax-Work ROUNDED =
                       WS-Sim-Gross * BS-HigherRate(WS-Set-Idx)
               ELSE
                   IF WS-Sim-Gross > BS-EmergBand(WS-Set-Idx)
                       COMPUTE WS-Tax-Work ROUNDED =
                           (BS-EmergBand(WS-Set-Idx)
                               * BS-StdRate(WS-Set-Idx))
                           + ((WS-Sim-Gross - BS-EmergBand(WS-Set-Idx))
                               * BS-HigherRate(WS-Set-Idx))
                   ELSE
                       COMPUTE WS-Tax-Work ROUNDED =
                           WS-Sim-Gross * BS-StdRate(WS-Set-Idx)
                   END-IF
               END-IF
           ELSE
               IF WS-Sim-Gross > BS-StdBand(WS-Set-Idx)
                   COMPUTE WS-Tax-Work ROUNDED =
                       (BS-StdBand(WS-Set-Idx) * BS-StdRate(WS-Set-Idx))
                       + ((WS-Sim-Gross - BS-StdBand(WS-Set-Idx))
                           * BS-HigherRate(WS-Set-Idx))
                       - SE-TaxCredit(WS-Found-Idx)
               ELSE
                   COMPUTE WS-Tax-Work ROUNDED =
                       (WS-Sim-Gross * BS-StdRate(WS-Set-Idx))
                       - SE-TaxCredit(WS-Found-Idx)
               END-IF
           END-IF.
           IF WS-Tax-Work < ZERO
               MOVE ZERO TO WS-Tax-Work
           END-IF.
           MOVE WS-Tax-Work TO WS-Sim-Tax.
           PERFORM LookupPRSIClass.
           COMPUTE WS-Sim-PRSI ROUNDED = WS-Sim-Gross * WS-Class-Rate.
           COMPUTE WS-Sim-Pension ROUNDED =
               WS-Sim-Gross * SE-PensionPct(WS-Found-Idx).
           ADD WS-Sim-Gross TO SE-Gross(WS-Found-Idx WS-Set-Idx).
           COMPUTE SE-Net(WS-Found-Idx WS-Set-Idx) =
               SE-Net(WS-Found-Idx WS-Set-Idx) + WS-Sim-Gross
               - WS-Sim-Tax - WS-Sim-PRSI - WS-Sim-Pension.
           COMPUTE SE-ErPRSI(WS-Found-Idx WS-Set-Idx) ROUNDED =
               SE-ErPRSI(WS-Found-Idx WS-Set-Idx)
               + WS-Sim-Gross * BS-EmployerRate(WS-Set-Idx).
           COMPUTE SE-ErPension(WS-Found-Idx WS-Set-Idx) ROUNDED =
               SE-ErPension(WS-Found-Idx WS-Set-Idx)
               + WS-Sim-Gross * SE-EmployerPct(WS-Found-Idx).

       LookupPRSIClass.
           MOVE "N" TO WS-Class-Found.
           MOVE ZERO TO WS-Class-Rate.
           PERFORM VARYING WS-Class-Idx FROM 1 BY 1
                   UNTIL WS-Class-Idx > BS-Class-Count(WS-Set-Idx)
                       OR Class-Found
               IF BS-ClassCode(WS-Set-Idx WS-Class-Idx) =
                       SE-PRSIClass(WS-Found-Idx)
                   MOVE "Y" TO WS-Class-Found
                   MOVE BS-ClassRate(WS-Set-Idx WS-Class-Idx)
                       TO WS-Class-Rate
               END-IF
           END-PERFORM.

       AccumulateCentres.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count
               IF SE-Was-Paid(WS-Emp-Idx)
                   PERFORM AddEmployeeToCentre
               END-IF
           END-PERFORM.

       AddEmployeeToCentre.
           MOVE "N" TO WS-Centre-Found.
           PERFORM VARYING WS-Centre-Idx FROM 1 BY 1
                   UNTIL WS-Centre-Idx > WS-Centre-Count
                       OR Centre-Found
               IF CN-Code(WS-Centre-Idx) = SE-CostCentre(WS-Emp-Idx)
                   MOVE "Y" TO WS-Centre-Found
                   MOVE WS-Centre-Idx TO WS-Found-Centre-Idx
               END-IF
           END-PERFORM.
           IF NOT Centre-Found AND WS-Centre-Count < 50
               ADD 1 TO WS-Centre-Count
               MOVE WS-Centre-Count TO WS-Found-Centre-Idx
               INITIALIZE Centre-Entry(WS-Centre-Count)
               MOVE SE-CostCentre(WS-Emp-Idx)
                   TO CN-Code(WS-Centre-Count)
               MOVE "Y" TO WS-Centre-Found
           END-IF.
           IF Centre-Found
               ADD 1 TO CN-Headcount(WS-Found-Centre-Idx)
               PERFORM VARYING WS-Set-Idx FROM 1 BY 1
                       UNTIL WS-Set-Idx > 2
                   ADD SE-Gross(WS-Emp-Idx WS-Set-Idx)
                       TO CN-Gross(WS-Found-Centre-Idx WS-Set-Idx)
                   ADD SE-Net(WS-Emp-Idx WS-Set-Idx)
                       TO CN-Net(WS-Found-Centre-Idx WS-Set-Idx)
                   ADD SE-ErPRSI(WS-Emp-Idx WS-Set-Idx)
                       TO CN-ErPRSI(WS-Found-Centre-Idx WS-Set-Idx)
                   ADD SE-ErPension(WS-Emp-Idx WS-Set-Idx)
                       TO CN-ErPension(WS-Found-Centre-Idx WS-Set-Idx)
               END-PERFORM
           END-IF.

       PrintSimulation.
           OPEN OUTPUT SimReportFile.
           MOVE WS-First-Key TO SH-FirstKey.
           MOVE WS-Last-Key TO SH-LastKey.
           MOVE WS-Uplift-Pct TO SH-Uplift.
           MOVE WS-Sim-Header-Line TO SimReportLine.
           WRITE SimReportLine.
           MOVE WS-Sim-Column-Line TO SimReportLine.
           WRITE SimReportLine.
           PERFORM VARYING WS-Emp-Idx FROM 1 BY 1
                   UNTIL WS-Emp-Idx > WS-Emp-Count
               IF SE-Was-Paid(WS-Emp-Idx)
                   PERFORM WriteEmployeeLine
               END-IF
           END-PERFORM.
           MOVE SPACES TO SimReportLine.
           WRITE SimReportLine.
           PERFORM VARYING WS-Centre-Idx FROM 1 BY 1
                   UNTIL WS-Centre-Idx > WS-Centre-Count
               PERFORM WriteCentreLine
           END-PERFORM.
           PERFORM FormatTotalFigures.
           MOVE WS-Total-Headcount TO ST-Headcount.
           MOVE SL-Figures TO ST-Figures.
           MOVE WS-Sim-Total-Line TO SimReportLine.
           WRITE SimReportLine.
           MOVE WS-Pay-Count TO SN-PayCount.
           MOVE WS-Skipped-Count TO SN-Skipped.
           MOVE WS-Sim-Note-Line TO SimReportLine.
           WRITE SimReportLine.
           CLOSE SimReportFile.

       WriteEmployeeLine.
           MOVE SE-EmpID(WS-Emp-Idx) TO SL-EmpID.
           MOVE SE-EmpName(WS-Emp-Idx) TO SL-EmpName.
           MOVE SE-CostCentre(WS-Emp-Idx) TO SL-CostCentre.
           MOVE SE-Net(WS-Emp-Idx 1) TO SL-CurNet.
           MOVE SE-Net(WS-Emp-Idx 2) TO SL-NewNet.
           COMPUTE SL-NetChange =
               SE-Net(WS-Emp-Idx 2) - SE-Net(WS-Emp-Idx 1).
           MOVE SE-ErPRSI(WS-Emp-Idx 1) TO SL-CurErPRSI.
           MOVE SE-ErPRSI(WS-Emp-Idx 2) TO SL-NewErPRSI.
           MOVE SE-ErPension(WS-Emp-Idx 1) TO SL-CurErPen.
           MOVE SE-ErPension(WS-Emp-Idx 2) TO SL-NewErPen.
           COMPUTE WS-Cost-Change =
               SE-Gross(WS-Emp-Idx 2) + SE-ErPRSI(WS-Emp-Idx 2)
               + SE-ErPension(WS-Emp-Idx 2)
               - SE-Gross(WS-Emp-Idx 1) - SE-ErPRSI(WS-Emp-Idx 1)
               - SE-ErPension(WS-Emp-Idx 1).
           MOVE WS-Cost-Change TO SL-CostChange.
           MOVE WS-Sim-Emp-Line TO SimReportLine.
           WRITE SimReportLine.

       WriteCentreLine.
           MOVE CN-Code(WS-Centre-Idx) TO SC-Code.
           MOVE CN-Headcount(WS-Centre-Idx) TO SC-Headcount.
           MOVE CN-Net(WS-Centre-Idx 1) TO SL-CurNet.
           MOVE CN-Net(WS-Centre-Idx 2) TO SL-NewNet.
           COMPUTE SL-NetChange =
               CN-Net(WS-Centre-Idx 2) - CN-Net(WS-Centre-Idx 1).
           MOVE CN-ErPRSI(WS-Centre-Idx 1) TO SL-CurErPRSI.
           MOVE CN-ErPRSI(WS-Centre-Idx 2) TO SL-NewErPRSI.
           MOVE CN-ErPension(WS-Centre-Idx 1) TO SL-CurErPen.
           MOVE CN-ErPension(WS-Centre-Idx 2) TO SL-NewErPen.
           COMPUTE WS-Cost-Change =
               CN-Gross(WS-Centre-Idx 2) + CN-ErPRSI(WS-Centre-Idx 2)
               + CN-ErPension(WS-Centre-Idx 2)
               - CN-Gross(WS-Centre-Idx 1) - CN-ErPRSI(WS-Centre-Idx 1)
               - CN-ErPension(WS-Centre-Idx 1).
           MOVE WS-Cost-Change TO SL-CostChange.
           MOVE SL-Figures TO SC-Figures.
           MOVE WS-Sim-Centre-Line TO SimReportLine.
           WRITE SimReportLine.
           ADD CN-Headcount(WS-Centre-Idx) TO WS-Total-Headcount.
           PERFORM VARYING WS-Set-Idx FROM 1 BY 1
                   UNTIL WS-Set-Idx > 2
               ADD CN-Gross(WS-Centre-Idx WS-Set-Idx)
                   TO TF-Gross(WS-Set-Idx)
               ADD CN-Net(WS-Centre-Idx WS-Set-Idx)
                   TO TF-Net(WS-Set-Idx)
               ADD CN-ErPRSI(WS-Centre-Idx WS-Set-Idx)
                   TO TF-ErPRSI(WS-Set-Idx)
               ADD CN-ErPension(WS-Centre-Idx WS-Set-Idx)
                   TO TF-ErPension(WS-Set-Idx)
           END-PERFORM.

       FormatTotalFigures.
           MOVE TF-Net(1) TO SL-CurNet.
           MOVE TF-Net(2) TO SL-NewNet.
           COMPUTE SL-NetChange = TF-Net(2) - TF-Net(1).
           MOVE TF-ErPRSI(1) TO SL-CurErPRSI.
           MOVE TF-ErPRSI(2) TO SL-NewErPRSI.
           MOVE TF-ErPension(1) TO SL-CurErPen.
           MOVE TF-ErPension(2) TO SL-NewErPen.
           COMPUTE WS-Cost-Change =
               TF-Gross(2) + TF-ErPRSI(2) + TF-ErPension(2)
               - TF-Gross(1) - TF-ErPRSI(1) - TF-ErPension(1).
           MOVE WS-Cost-Change TO SL-CostChange.

       END PROGRAM PaySimulate.
