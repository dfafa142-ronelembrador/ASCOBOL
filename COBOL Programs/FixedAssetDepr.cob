      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly depreciation run over the fixed asset
      *          register FIXEDASSET.DAT. Each active asset is charged
      *          for every month from its acquisition month (or the
      *          month after its last charge) up to the run period,
      *          straight line or reducing balance as the asset says,
      *          never below its residual value; the period stamp on
      *          the asset means a rerun for the same month charges
      *          nothing. The month's charge is journalled by
      *          category on FAJRNL.DAT in the NLJRNL layout - the
      *          FADEPc posting rule on NLPOSTRULES.DAT giving the
      *          depreciation charge and accumulated depreciation
      *          accounts - for NlJournalGen to post, and each
      *          asset's charge is listed on FADEPRRPT.DAT. The
      *          period (YYYYMM) is read from FADEPRPARM.DAT, the
      *          current month when absent; a period closed for FA on
      *          PERIODCLOSE.DAT is refused and nothing is charged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetDepr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "FIXEDASSET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Asset-Status.
           SELECT DeprParmFile ASSIGN TO "FADEPRPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DeprParm-Status.
           SELECT PostRulesFile ASSIGN TO "NLPOSTRULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PostRules-Status.
           SELECT AssetJrnlFile ASSIGN TO "FAJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AssetJrnl-Status.
           SELECT DeprReportFile ASSIGN TO "FADEPRRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AssetFile.
           COPY FAMAST.

       FD  DeprParmFile.
       01  DeprParmRec.
           02  DP-Period               PIC 9(6).

       FD  PostRulesFile.
       01  PostRuleRec.
           02  RU-Source               PIC X(8).
           02  RU-DebitAcct            PIC 9(4).
           02  RU-CreditAcct           PIC 9(4).

       FD  AssetJrnlFile.
           COPY NLJRNL.

       FD  DeprReportFile.
       01  DeprReportLine              PIC X(100).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-Asset-Status             PIC XX.
       01  WS-DeprParm-Status          PIC XX.
       01  WS-PostRules-Status         PIC XX.
       01  WS-AssetJrnl-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Asset-Eof            PIC X VALUE "N".
               88  Asset-Eof               VALUE "Y".
           02  WS-Rules-Eof            PIC X VALUE "N".
               88  Rules-Eof               VALUE "Y".

       01  WS-Table-Full               PIC X VALUE "N".
           88  Table-Full                  VALUE "Y".

       01  WS-Asset-Count              PIC 9(4) VALUE ZERO.
       01  WS-Asset-Table-Limit        PIC 9(4) VALUE 1000.
       01  AssetTable.
           02 Asset-Entry OCCURS 1000 TIMES
                   DEPENDING ON WS-Asset-Count.
               03 AS-AssetRec              PIC X(94).
       01  WS-Asset-Idx                PIC 9(4).

       01  WS-Rule-Count               PIC 9(2) VALUE ZERO.
       01  RuleTable.
           02 Rule-Entry OCCURS 20 TIMES
                   DEPENDING ON WS-Rule-Count.
               03 RL-Source                PIC X(8).
               03 RL-DebitAcct             PIC 9(4).
               03 RL-CreditAcct            PIC 9(4).
       01  WS-Rule-Idx                 PIC 9(2).
       01  WS-Rule-Found-Idx           PIC 9(2).
       01  WS-Rule-Found               PIC X VALUE "N".
           88  Rule-Found                  VALUE "Y".
       01  WS-Lookup-Source            PIC X(8).

      * The categories in register order, with each one's charge
      * for the run.
       01  WS-Category-Values.
           02  FILLER  PIC X(14) VALUE "VVANS".
           02  FILLER  PIC X(14) VALUE "TTILL HARDWARE".
           02  FILLER  PIC X(14) VALUE "FFURNITURE".
           02  FILLER  PIC X(14) VALUE "OOTHER".
       01  WS-Category-Table REDEFINES WS-Category-Values.
           02 Category-Entry OCCURS 4 TIMES.
               03 CG-Code                  PIC X.
               03 CG-Name                  PIC X(13).
       01  WS-Category-Count           PIC 9 VALUE 4.
       01  WS-Category-Charges.
           02  CG-Charge               PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-Cat-Idx                  PIC 9.
       01  WS-Cat-Found-Idx            PIC 9.

       01  WS-Period-Subsystem         PIC X(8) VALUE "FA".
       01  WS-Period-Result            PIC X.
       01  WS-Period-Check-Date        PIC 9(8).

       01  WS-Depr-Period              PIC 9(6).
       01  WS-Charge-Month             PIC 9(6).
       01  WS-Charge-Month-X REDEFINES WS-Charge-Month.
           02  WS-Charge-Year          PIC 9(4).
           02  WS-Charge-Mon           PIC 99.
       01  WS-Depreciable              PIC 9(7)V99.
       01  WS-Month-Charge             PIC 9(7)V99.
       01  WS-Asset-Charge             PIC 9(7)V99.
       01  WS-Asset-Months             PIC 9(3).
       01  WS-Net-Book-Value           PIC 9(7)V99.
       01  WS-Fully-Depreciated        PIC X.
           88  Fully-Depreciated           VALUE "Y".

       01  WS-Charged-Count            PIC 9(5) VALUE ZERO.
       01  WS-Refused-Count            PIC 9(5) VALUE ZERO.
       01  WS-Leg-Count                PIC 9(5) VALUE ZERO.
       01  WS-Total-Charge             PIC 9(9)V99 VALUE ZERO.

       01  WS-Asset-Backup             PIC X(30)
               VALUE "FIXEDASSET.DAT".

       01  WS-Report-Heading.
           02  FILLER              PIC X(34)
                   VALUE "FIXED ASSET DEPRECIATION - PERIOD ".
           02  RH-Period           PIC 9(6).
           02  FILLER              PIC X(13) VALUE "   RUN DATE: ".
           02  RH-RunDate          PIC X(8).
           02  FILLER              PIC X(39) VALUE SPACES.

       01  WS-Report-Columns.
           02  FILLER              PIC X(27)
                   VALUE "ASSET DESCRIPTION".
           02  FILLER              PIC X(6) VALUE "CAT M ".
           02  FILLER              PIC X(5) VALUE "MTHS ".
           02  FILLER              PIC X(13) VALUE "       CHARGE".
           02  FILLER              PIC X(13) VALUE "         COST".
           02  FILLER              PIC X(13) VALUE "     ACC DEPN".
           02  FILLER              PIC X(13) VALUE "          NBV".
           02  FILLER              PIC X(10) VALUE SPACES.

       01  WS-Detail-Line.
           02  DL-AssetNo          PIC 9(5).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Description      PIC X(20).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Category         PIC X.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DL-Method           PIC X.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Months           PIC ZZ9.
           02  FILLER              PIC X(3) VALUE SPACES.
           02  DL-Charge           PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Cost             PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-AccumDepr        PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Nbv              PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X(10) VALUE SPACES.

       01  WS-Category-Line.
           02  FILLER              PIC X(6) VALUE SPACES.
           02  FILLER              PIC X(9) VALUE "CATEGORY ".
           02  CL-Name             PIC X(13).
           02  FILLER              PIC X(10) VALUE SPACES.
           02  CL-Charge           PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(6) VALUE "  DR: ".
           02  CL-DebitAcct        PIC 9(4).
           02  FILLER              PIC X(6) VALUE "  CR: ".
           02  CL-CreditAcct       PIC 9(4).
           02  FILLER              PIC X(29) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER              PIC X(38)
                   VALUE "TOTAL DEPRECIATION CHARGED".
           02  FA-Total-Charge     PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(49) VALUE SPACES.

      * Run lock on the register, taken through FileLock before the
      * table load and released at the end of the run.
       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30)
               VALUE "FIXEDASSET.DAT".
       01  WS-Lock-Program             PIC X(20)
               VALUE "FixedAssetDepr".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadDeprPeriod.
           MOVE WS-Depr-Period TO WS-Period-Check-Date(1:6).
           MOVE "01" TO WS-Period-Check-Date(7:2).
           CALL "PeriodCheck" USING WS-Period-Subsystem
               WS-Period-Check-Date WS-Period-Result.
           IF WS-Period-Result = "C"
               DISPLAY "FIXEDASSETDEPR: PERIOD " WS-Depr-Period
                   " CLOSED - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "SET" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "FIXEDASSETDEPR: FIXEDASSET.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadPostingRules.
           PERFORM LoadAssetTable.
           IF Table-Full
               DISPLAY "FIXEDASSETDEPR: ASSET TABLE FULL - "
                   "NOTHING CHARGED"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM OpenExceptionsFile
               OPEN OUTPUT DeprReportFile
               MOVE WS-Depr-Period TO RH-Period
               MOVE WS-Run-Date TO RH-RunDate
               MOVE WS-Report-Heading TO DeprReportLine
               WRITE DeprReportLine
               MOVE WS-Report-Columns TO DeprReportLine
               WRITE DeprReportLine
               INITIALIZE WS-Category-Charges
               PERFORM VARYING WS-Asset-Idx FROM 1 BY 1
                       UNTIL WS-Asset-Idx > WS-Asset-Count
                   MOVE AS-AssetRec(WS-Asset-Idx) TO FixedAssetRec
                   IF FA-Active
                       PERFORM DepreciateAsset
                       MOVE FixedAssetRec TO AS-AssetRec(WS-Asset-Idx)
                   END-IF
               END-PERFORM
               PERFORM WriteCategoryJournals
               MOVE WS-Total-Charge TO FA-Total-Charge
               MOVE WS-Total-Line TO DeprReportLine
               WRITE DeprReportLine
               CLOSE DeprReportFile
               CLOSE ExceptionsFile
               PERFORM RewriteAssetFile
           END-IF.
           MOVE "CLEAR" TO WS-Lock-Action.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           DISPLAY "FIXEDASSETDEPR: PERIOD " WS-Depr-Period ", "
               WS-Charged-Count " ASSETS CHARGED "
               WS-Total-Charge ", " WS-Refused-Count " REFUSED, "
               WS-Leg-Count " JOURNAL LEGS".
           STOP RUN.

       ReadDeprPeriod.
           MOVE WS-Run-Date(1:6) TO WS-Depr-Period.
           OPEN INPUT DeprParmFile.
           IF WS-DeprParm-Status = "00"
               READ DeprParmFile
                   AT END MOVE ZERO TO DP-Period
               END-READ
               IF DP-Period IS NUMERIC AND DP-Period > ZERO
                   MOVE DP-Period TO WS-Depr-Period
               END-IF
               CLOSE DeprParmFile
           END-IF.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadPostingRules.
           OPEN INPUT PostRulesFile.
           IF WS-PostRules-Status = "00"
               READ PostRulesFile
                   AT END MOVE "Y" TO WS-Rules-Eof
               END-READ
               PERFORM UNTIL Rules-Eof
                   IF WS-Rule-Count < 20
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
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
                       OR Rule-Found
               IF RL-Source(WS-Rule-Idx) = WS-Lookup-Source
                   MOVE "Y" TO WS-Rule-Found
                   MOVE WS-Rule-Idx TO WS-Rule-Found-Idx
               END-IF
           END-PERFORM.

       LoadAssetTable.
           OPEN INPUT AssetFile.
           IF WS-Asset-Status = "00"
               READ AssetFile
                   AT END MOVE "Y" TO WS-Asset-Eof
               END-READ
               PERFORM UNTIL Asset-Eof
                   IF WS-Asset-Count >= WS-Asset-Table-Limit
                       MOVE "Y" TO WS-Table-Full
                   ELSE
                       ADD 1 TO WS-Asset-Count
                       MOVE FixedAssetRec
                           TO AS-AssetRec(WS-Asset-Count)
                   END-IF
                   READ AssetFile
                       AT END MOVE "Y" TO WS-Asset-Eof
                   END-READ
               END-PERFORM
               CLOSE AssetFile
           END-IF.

      * An asset whose category has no posting rule is left
      * uncharged and reported, so the register never runs ahead of
      * the ledger.
       DepreciateAsset.
           MOVE "N" TO WS-Rule-Found.
           MOVE ZERO TO WS-Cat-Found-Idx.
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Category-Count
               IF CG-Code(WS-Cat-Idx) = FA-Category
                   MOVE WS-Cat-Idx TO WS-Cat-Found-Idx
               END-IF
           END-PERFORM.
           IF WS-Cat-Found-Idx > ZERO
               MOVE "FADEP" TO WS-Lookup-Source
               MOVE FA-Category TO WS-Lookup-Source(6:1)
               PERFORM FindRule
           END-IF.
           IF NOT Rule-Found
               ADD 1 TO WS-Refused-Count
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "FADEPR" TO EXC-Source
               MOVE FA-AssetNo TO EXC-Key
               MOVE "NO POSTING RULE FOR CATEGORY" TO EXC-Reason
               WRITE ExceptionRecord
           ELSE
               IF FA-LastDeprPeriod < WS-Depr-Period
                       AND FA-AcqDate(1:6) <= WS-Depr-Period
                   PERFORM ChargeAsset
               END-IF
           END-IF.

       ChargeAsset.
           MOVE ZERO TO WS-Asset-Charge.
           MOVE ZERO TO WS-Asset-Months.
           IF FA-LastDeprPeriod = ZERO
               MOVE FA-AcqDate(1:6) TO WS-Charge-Month
           ELSE
               MOVE FA-LastDeprPeriod TO WS-Charge-Month
               PERFORM NextChargeMonth
           END-IF.
           COMPUTE WS-Depreciable = FA-Cost - FA-ResidualValue.
           PERFORM UNTIL WS-Charge-Month > WS-Depr-Period
               PERFORM ChargeOneMonth
               PERFORM NextChargeMonth
           END-PERFORM.
           MOVE WS-Depr-Period TO FA-LastDeprPeriod.
           IF WS-Asset-Charge > ZERO
               ADD 1 TO WS-Charged-Count
               ADD WS-Asset-Charge TO CG-Charge(WS-Cat-Found-Idx)
               ADD WS-Asset-Charge TO WS-Total-Charge
               COMPUTE WS-Net-Book-Value = FA-Cost - FA-AccumDepr
               MOVE FA-AssetNo TO DL-AssetNo
               MOVE FA-Description TO DL-Description
               MOVE FA-Category TO DL-Category
               MOVE FA-Method TO DL-Method
               MOVE WS-Asset-Months TO DL-Months
               MOVE WS-Asset-Charge TO DL-Charge
               MOVE FA-Cost TO DL-Cost
               MOVE FA-AccumDepr TO DL-AccumDepr
               MOVE WS-Net-Book-Value TO DL-Nbv
               MOVE WS-Detail-Line TO DeprReportLine
               WRITE DeprReportLine
           END-IF.

      * Straight line takes the depreciable amount over the life in
      * equal months; reducing balance takes twice that rate on the
      * net book value. Either stops at the residual value.
       ChargeOneMonth.
           IF FA-AccumDepr < WS-Depreciable
               IF FA-ReducingBalance
                   COMPUTE WS-Month-Charge ROUNDED =
                       (FA-Cost - FA-AccumDepr) * 2 / FA-LifeMonths
               ELSE
                   COMPUTE WS-Month-Charge ROUNDED =
                       WS-Depreciable / FA-LifeMonths
               END-IF
               IF WS-Month-Charge > WS-Depreciable - FA-AccumDepr
                   COMPUTE WS-Month-Charge =
                       WS-Depreciable - FA-AccumDepr
               END-IF
               ADD WS-Month-Charge TO FA-AccumDepr
               ADD WS-Month-Charge TO WS-Asset-Charge
               ADD 1 TO WS-Asset-Months
           END-IF.

       NextChargeMonth.
           IF WS-Charge-Mon = 12
               MOVE 1 TO WS-Charge-Mon
               ADD 1 TO WS-Charge-Year
           ELSE
               ADD 1 TO WS-Charge-Mon
           END-IF.

      * One balanced pair of legs per category charged.
       WriteCategoryJournals.
           OPEN EXTEND AssetJrnlFile.
           IF WS-AssetJrnl-Status = "35"
               OPEN OUTPUT AssetJrnlFile
           END-IF.
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Category-Count
               IF CG-Charge(WS-Cat-Idx) > ZERO
                   MOVE "FADEP" TO WS-Lookup-Source
                   MOVE CG-Code(WS-Cat-Idx) TO WS-Lookup-Source(6:1)
                   PERFORM FindRule
                   MOVE WS-Run-Date TO NJ-JrnlDate
                   MOVE RL-DebitAcct(WS-Rule-Found-Idx) TO NJ-Acct
                   MOVE CG-Charge(WS-Cat-Idx) TO NJ-Debit
                   MOVE ZERO TO NJ-Credit
                   MOVE WS-Lookup-Source TO NJ-Source
                   WRITE NlJournalRec
                   MOVE RL-CreditAcct(WS-Rule-Found-Idx) TO NJ-Acct
                   MOVE ZERO TO NJ-Debit
                   MOVE CG-Charge(WS-Cat-Idx) TO NJ-Credit
                   WRITE NlJournalRec
                   ADD 2 TO WS-Leg-Count
                   MOVE CG-Name(WS-Cat-Idx) TO CL-Name
                   MOVE CG-Charge(WS-Cat-Idx) TO CL-Charge
                   MOVE RL-DebitAcct(WS-Rule-Found-Idx)
                       TO CL-DebitAcct
                   MOVE RL-CreditAcct(WS-Rule-Found-Idx)
                       TO CL-CreditAcct
                   MOVE WS-Category-Line TO DeprReportLine
                   WRITE DeprReportLine
               END-IF
           END-PERFORM.
           CLOSE AssetJrnlFile.

       RewriteAssetFile.
           CALL "GenBackup" USING WS-Asset-Backup.
           OPEN OUTPUT AssetFile.
           PERFORM VARYING WS-Asset-Idx FROM 1 BY 1
                   UNTIL WS-Asset-Idx > WS-Asset-Count
               MOVE AS-AssetRec(WS-Asset-Idx) TO FixedAssetRec
               WRITE FixedAssetRec
           END-PERFORM.
           CLOSE AssetFile.

       END PROGRAM FixedAssetDepr.
