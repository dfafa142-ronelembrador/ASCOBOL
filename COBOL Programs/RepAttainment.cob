      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end sales-rep target attainment. Each rep's
      *          actual units and value for the month are accumulated
      *          from the dated customer sales history AromaSales
      *          appends to CUSTSALEHIST.DAT (the same priced lines as
      *          the commission detail, which is rewritten every run)
      *          and set against the rep's targets on REPTARGET.DAT,
      *          with percentage attainment and the year-to-date
      *          position. Where a rep's month target is split into
      *          Essential and Base, each category is shown under the
      *          rep's line; a blank-category target is the all-oils
      *          target, and without one the two category targets are
      *          added together. The reps are ranked within territory
      *          by value attainment as a league table on
      *          REPATTAIN.DAT, and a rep below the threshold for both
      *          this month and last month is flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepAttainment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustSaleHistFile ASSIGN TO "CUSTSALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustSaleHist-Status.
           SELECT RepMaster ASSIGN TO "AROMAREP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RepMaster-Status.
           SELECT TargetFile ASSIGN TO "REPTARGET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Target-Status.
           SELECT AttainFile ASSIGN TO "REPATTAIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  CustSaleHistFile.
           COPY CUSTHIST.

       FD  RepMaster.
           COPY AROMAREP.

       FD  TargetFile.
           COPY REPTARG.

       FD  AttainFile.
       01  AttainLine                  PIC X(150).

       SD  WorkFile.
       01  WorkRec.
           02  WTerritory              PIC X(12).
           02  WValuePct               PIC 9(5)V9.
           02  WRepIdx                 PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-RepMaster-Status         PIC XX.
       01  WS-Target-Status            PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Current-Month            PIC 9(6).
       01  WS-Current-Year             PIC 9(4).
       01  WS-Current-CalMonth         PIC 99.
       01  WS-Prior-Month              PIC 9(6).
       01  WS-Prior-CalMonth           PIC 99.
       01  WS-Work-Year                PIC 9(4).
       01  WS-Work-Month               PIC 99.
       01  WS-Hist-Month               PIC 9(6).
       01  WS-Hist-Year                PIC 9(4).
       01  WS-Hist-CalMonth            PIC 99.

      * A rep whose value attainment is under this percentage in
      * both this month and last month is flagged.
       01  WS-Below-Threshold          PIC 9(3) VALUE 80.

       01  WS-Eof-Switches.
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-RepMaster-Eof        PIC X VALUE "N".
               88  RepMaster-Eof           VALUE "Y".
           02  WS-Target-Eof           PIC X VALUE "N".
               88  Target-Eof              VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".

      * Per rep: targets by calendar month and category (1 all
      * oils, 2 Essential, 3 Base), then this month's actuals by
      * the same categories, last month's value and the
      * year-to-date value.
       01  WS-Rep-Count                PIC 9(3) VALUE ZERO.
       01  WS-Rep-Table-Limit          PIC 9(3) VALUE 200.
       01  WS-Rep-Table.
           02  Rep-Entry OCCURS 200 TIMES.
               03  RT-RepCode          PIC 9(3).
               03  RT-RepName          PIC X(20).
               03  RT-Territory        PIC X(12).
               03  RT-Month-Target OCCURS 12 TIMES.
                   04  RT-Has-All      PIC X.
                   04  RT-Has-Split    PIC X.
                   04  RT-Cat-Target OCCURS 3 TIMES.
                       05  RT-Tgt-Units    PIC 9(5).
                       05  RT-Tgt-Value    PIC 9(7)V99.
               03  RT-Month-Actual OCCURS 3 TIMES.
                   04  RT-Act-Units    PIC S9(7).
                   04  RT-Act-Value    PIC S9(9)V99.
               03  RT-Prior-Value      PIC S9(9)V99.
               03  RT-Ytd-Value        PIC S9(9)V99.
       01  WS-Rep-Idx                  PIC 9(3).
       01  WS-Rep-Found-Idx            PIC 9(3).
       01  WS-Rep-Found                PIC X VALUE "N".
           88  Rep-Found                   VALUE "Y".
       01  WS-Lookup-RepCode           PIC 9(3).
       01  WS-Cat-Idx                  PIC 9.
       01  WS-Month-Idx                PIC 99.
       01  WS-Unknown-Rep-Count        PIC 9(5) VALUE ZERO.

      * Target for one rep and calendar month, all oils.
       01  WS-Tgt-Month                PIC 99.
       01  WS-Tgt-Units                PIC 9(7).
       01  WS-Tgt-Value                PIC 9(9)V99.
       01  WS-Ytd-Target               PIC 9(9)V99.

       01  WS-Pct-Actual               PIC S9(9)V99.
       01  WS-Pct-Target               PIC 9(9)V99.
       01  WS-Pct-Result               PIC 9(5)V9.
       01  WS-Value-Pct                PIC 9(5)V9.
       01  WS-Prior-Pct                PIC 9(5)V9.
       01  WS-Month-Tgt-Value          PIC 9(9)V99.

       01  WS-Prev-Territory           PIC X(12).
       01  WS-First-Record             PIC X VALUE "Y".
           88  First-Record                VALUE "Y".
       01  WS-Rank                     PIC 9(3).
       01  WS-Listed-Count             PIC 9(3) VALUE ZERO.
       01  WS-Flagged-Count            PIC 9(3) VALUE ZERO.
       01  WS-Terr-Units               PIC S9(7).
       01  WS-Terr-Unit-Target         PIC 9(7).
       01  WS-Terr-Value               PIC S9(9)V99.
       01  WS-Terr-Value-Target        PIC 9(9)V99.

       01  WS-Attain-Header-Line.
           02  FILLER                  PIC X(27)
                   VALUE "REP TARGET ATTAINMENT FOR  ".
           02  AH-Month                PIC 9(6).
           02  FILLER                  PIC X(26)
                   VALUE "   BELOW-TARGET THRESHOLD ".
           02  AH-Threshold            PIC ZZ9.
           02  FILLER                  PIC X VALUE "%".
           02  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-Territory-Line.
           02  FILLER                  PIC X(10) VALUE "TERRITORY ".
           02  TH-Territory            PIC X(12).
           02  FILLER                  PIC X(128) VALUE SPACES.

       01  WS-Column-Line.
           02  FILLER                  PIC X(31)
                   VALUE "  RNK REP NAME".
           02  FILLER                  PIC X(31)
                   VALUE "   UNITS  TARGET      PCT".
           02  FILLER                  PIC X(31)
                   VALUE "    VALUE       TARGET      PCT".
           02  FILLER                  PIC X(39)
                   VALUE "       YTD VALUE    YTD TARGET      PCT".
           02  FILLER                  PIC X(18) VALUE "  FLAG".

       01  WS-Attain-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-Rank                 PIC ZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-RepCode              PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-RepName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-Figures.
               03  AL-Units            PIC -ZZZ,ZZ9.
               03  FILLER              PIC X VALUE SPACES.
               03  AL-UnitTarget       PIC ZZZ,ZZ9.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  AL-UnitPct          PIC ZZZZ9.9.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  AL-Value            PIC -Z,ZZZ,ZZ9.99.
               03  FILLER              PIC X VALUE SPACES.
               03  AL-ValueTarget      PIC Z,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  AL-ValuePct         PIC ZZZZ9.9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-YtdValue             PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  AL-YtdTarget            PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-YtdPct               PIC ZZZZ9.9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AL-Flag                 PIC X(16).

      * Category lines under a rep, and the territory total, in the
      * same month columns as the rep line.
       01  WS-Sub-Line.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  SL-Label                PIC X(25).
           02  SL-Figures.
               03  SL-Units            PIC -ZZZ,ZZ9.
               03  FILLER              PIC X VALUE SPACES.
               03  SL-UnitTarget       PIC ZZZ,ZZ9.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-UnitPct          PIC ZZZZ9.9.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-Value            PIC -Z,ZZZ,ZZ9.99.
               03  FILLER              PIC X VALUE SPACES.
               03  SL-ValueTarget      PIC Z,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-ValuePct         PIC ZZZZ9.9.
           02  FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:6) TO WS-Current-Month.
           MOVE WS-Run-Date(1:4) TO WS-Current-Year.
           MOVE WS-Run-Date(5:2) TO WS-Current-CalMonth.
           PERFORM ComputePriorMonth.
           PERFORM LoadRepMaster.
           PERFORM LoadTargets.
           PERFORM AccumulateActuals.
           SORT WorkFile ON ASCENDING KEY WTerritory
                           DESCENDING KEY WValuePct
                           ASCENDING KEY WRepIdx
                INPUT PROCEDURE IS RankReps
                OUTPUT PROCEDURE IS PrintLeagueTable.
           IF WS-Unknown-Rep-Count > ZERO
               DISPLAY "REPATTAINMENT: " WS-Unknown-Rep-Count
                   " HISTORY LINES FOR REPS NOT ON REP MASTER"
           END-IF.
           DISPLAY "REPATTAINMENT: " WS-Listed-Count
               " REPS RANKED, " WS-Flagged-Count
               " BELOW TARGET TWO MONTHS RUNNING".
           STOP RUN.

       ComputePriorMonth.
           MOVE WS-Run-Date(1:4) TO WS-Work-Year.
           MOVE WS-Run-Date(5:2) TO WS-Work-Month.
           IF WS-Work-Month = 1
               SUBTRACT 1 FROM WS-Work-Year
               MOVE 12 TO WS-Work-Month
           ELSE
               SUBTRACT 1 FROM WS-Work-Month
           END-IF.
           COMPUTE WS-Prior-Month =
               WS-Work-Year * 100 + WS-Work-Month.
           MOVE WS-Work-Month TO WS-Prior-CalMonth.

       LoadRepMaster.
           OPEN INPUT RepMaster.
           IF WS-RepMaster-Status = "00"
               READ RepMaster
                   AT END MOVE "Y" TO WS-RepMaster-Eof
               END-READ
               PERFORM UNTIL RepMaster-Eof
                   IF WS-Rep-Count < WS-Rep-Table-Limit
                       ADD 1 TO WS-Rep-Count
                       INITIALIZE Rep-Entry(WS-Rep-Count)
                       MOVE RM-RepCode TO RT-RepCode(WS-Rep-Count)
                       MOVE RM-RepName TO RT-RepName(WS-Rep-Count)
                       MOVE RM-Territory
                           TO RT-Territory(WS-Rep-Count)
                   END-IF
                   READ RepMaster
                       AT END MOVE "Y" TO WS-RepMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RepMaster
           END-IF.

       LookupRep.
           MOVE "N" TO WS-Rep-Found.
           PERFORM VARYING WS-Rep-Idx FROM 1 BY 1
                   UNTIL WS-Rep-Idx > WS-Rep-Count
                       OR Rep-Found
               IF RT-RepCode(WS-Rep-Idx) = WS-Lookup-RepCode
                   MOVE "Y" TO WS-Rep-Found
                   MOVE WS-Rep-Idx TO WS-Rep-Found-Idx
               END-IF
           END-PERFORM.

       LoadTargets.
           OPEN INPUT TargetFile.
           IF WS-Target-Status = "00"
               READ TargetFile
                   AT END MOVE "Y" TO WS-Target-Eof
               END-READ
               PERFORM UNTIL Target-Eof
                   MOVE TG-RepCode TO WS-Lookup-RepCode
                   PERFORM LookupRep
                   IF Rep-Found AND TG-CalMonth >= 1
                           AND TG-CalMonth <= 12
                           AND TG-Valid-Category
                       PERFORM StoreOneTarget
                   END-IF
                   READ TargetFile
                       AT END MOVE "Y" TO WS-Target-Eof
                   END-READ
               END-PERFORM
               CLOSE TargetFile
           END-IF.

       StoreOneTarget.
           EVALUATE TRUE
               WHEN TG-Essential
                   MOVE 2 TO WS-Cat-Idx
                   MOVE "Y" TO RT-Has-Split(WS-Rep-Found-Idx
                       TG-CalMonth)
               WHEN TG-Base
                   MOVE 3 TO WS-Cat-Idx
                   MOVE "Y" TO RT-Has-Split(WS-Rep-Found-Idx
                       TG-CalMonth)
               WHEN OTHER
                   MOVE 1 TO WS-Cat-Idx
                   MOVE "Y" TO RT-Has-All(WS-Rep-Found-Idx
                       TG-CalMonth)
           END-EVALUATE.
           MOVE TG-UnitTarget TO RT-Tgt-Units(WS-Rep-Found-Idx
               TG-CalMonth WS-Cat-Idx).
           MOVE TG-ValueTarget TO RT-Tgt-Value(WS-Rep-Found-Idx
               TG-CalMonth WS-Cat-Idx).

      * Sales history is this year's and last month's lines only;
      * gift sets count toward the rep's total but neither
      * category.
       AccumulateActuals.
           OPEN INPUT CustSaleHistFile.
           IF WS-CustSaleHist-Status = "00"
               READ CustSaleHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   MOVE CSH-RepCode TO WS-Lookup-RepCode
                   PERFORM LookupRep
                   IF Rep-Found
                       PERFORM AddOneHistoryLine
                   ELSE
                       ADD 1 TO WS-Unknown-Rep-Count
                   END-IF
                   READ CustSaleHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE CustSaleHistFile
           END-IF.

       AddOneHistoryLine.
           MOVE CSH-RunDate(1:6) TO WS-Hist-Month.
           MOVE CSH-RunDate(1:4) TO WS-Hist-Year.
           MOVE CSH-RunDate(5:2) TO WS-Hist-CalMonth.
           IF WS-Hist-Month = WS-Current-Month
               ADD CSH-Units TO RT-Act-Units(WS-Rep-Found-Idx 1)
               ADD CSH-NetValue TO RT-Act-Value(WS-Rep-Found-Idx 1)
               EVALUATE CSH-OilID(1:1)
                   WHEN "E"
                       ADD CSH-Units
                           TO RT-Act-Units(WS-Rep-Found-Idx 2)
                       ADD CSH-NetValue
                           TO RT-Act-Value(WS-Rep-Found-Idx 2)
                   WHEN "B"
                       ADD CSH-Units
                           TO RT-Act-Units(WS-Rep-Found-Idx 3)
                       ADD CSH-NetValue
                           TO RT-Act-Value(WS-Rep-Found-Idx 3)
               END-EVALUATE
           END-IF.
           IF WS-Hist-Month = WS-Prior-Month
               ADD CSH-NetValue TO RT-Prior-Value(WS-Rep-Found-Idx)
           END-IF.
           IF WS-Hist-Year = WS-Current-Year
                   AND WS-Hist-CalMonth <= WS-Current-CalMonth
               ADD CSH-NetValue TO RT-Ytd-Value(WS-Rep-Found-Idx)
           END-IF.

      * All-oils target for rep WS-Rep-Idx in month WS-Tgt-Month.
       GetMonthTarget.
           IF RT-Has-All(WS-Rep-Idx WS-Tgt-Month) = "Y"
               MOVE RT-Tgt-Units(WS-Rep-Idx WS-Tgt-Month 1)
                   TO WS-Tgt-Units
               MOVE RT-Tgt-Value(WS-Rep-Idx WS-Tgt-Month 1)
                   TO WS-Tgt-Value
           ELSE
               COMPUTE WS-Tgt-Units =
                   RT-Tgt-Units(WS-Rep-Idx WS-Tgt-Month 2)
                   + RT-Tgt-Units(WS-Rep-Idx WS-Tgt-Month 3)
               COMPUTE WS-Tgt-Value =
                   RT-Tgt-Value(WS-Rep-Idx WS-Tgt-Month 2)
                   + RT-Tgt-Value(WS-Rep-Idx WS-Tgt-Month 3)
           END-IF.

      * Percentage of WS-Pct-Target achieved by WS-Pct-Actual; no
      * target, or nothing sold net, gives zero.
       ComputePercent.
           MOVE ZERO TO WS-Pct-Result.
           IF WS-Pct-Target > ZERO AND WS-Pct-Actual > ZERO
               COMPUTE WS-Pct-Result ROUNDED =
                   WS-Pct-Actual * 100 / WS-Pct-Target
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-Pct-Result
               END-COMPUTE
           END-IF.

      * Every rep on the master with a target or sales this year
      * goes into the league table.
       RankReps.
           PERFORM VARYING WS-Rep-Idx FROM 1 BY 1
                   UNTIL WS-Rep-Idx > WS-Rep-Count
               PERFORM ComputeYtdTarget
               IF WS-Ytd-Target > ZERO
                       OR RT-Ytd-Value(WS-Rep-Idx) NOT = ZERO
                       OR RT-Act-Units(WS-Rep-Idx 1) NOT = ZERO
                   MOVE WS-Current-CalMonth TO WS-Tgt-Month
                   PERFORM GetMonthTarget
                   MOVE RT-Act-Value(WS-Rep-Idx 1) TO WS-Pct-Actual
                   MOVE WS-Tgt-Value TO WS-Pct-Target
                   PERFORM ComputePercent
                   MOVE RT-Territory(WS-Rep-Idx) TO WTerritory
                   MOVE WS-Pct-Result TO WValuePct
                   MOVE WS-Rep-Idx TO WRepIdx
                   RELEASE WorkRec
               END-IF
           END-PERFORM.

       ComputeYtdTarget.
           MOVE ZERO TO WS-Ytd-Target.
           PERFORM VARYING WS-Month-Idx FROM 1 BY 1
                   UNTIL WS-Month-Idx > WS-Current-CalMonth
               MOVE WS-Month-Idx TO WS-Tgt-Month
               PERFORM GetMonthTarget
               ADD WS-Tgt-Value TO WS-Ytd-Target
           END-PERFORM.

       PrintLeagueTable.
           OPEN OUTPUT AttainFile.
           MOVE WS-Current-Month TO AH-Month.
           MOVE WS-Below-Threshold TO AH-Threshold.
           MOVE WS-Attain-Header-Line TO AttainLine.
           WRITE AttainLine.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               IF First-Record
                   PERFORM StartTerritory
                   MOVE "N" TO WS-First-Record
               ELSE
                   IF WTerritory NOT = WS-Prev-Territory
                       PERFORM WriteTerritoryTotal
                       PERFORM StartTerritory
                   END-IF
               END-IF
               PERFORM WriteRepLine
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF NOT First-Record
               PERFORM WriteTerritoryTotal
           END-IF.
           CLOSE AttainFile.

       StartTerritory.
           MOVE WTerritory TO WS-Prev-Territory.
           MOVE ZERO TO WS-Rank.
           MOVE ZERO TO WS-Terr-Units.
           MOVE ZERO TO WS-Terr-Unit-Target.
           MOVE ZERO TO WS-Terr-Value.
           MOVE ZERO TO WS-Terr-Value-Target.
           MOVE SPACES TO AttainLine.
           WRITE AttainLine.
           MOVE WTerritory TO TH-Territory.
           MOVE WS-Territory-Line TO AttainLine.
           WRITE AttainLine.
           MOVE WS-Column-Line TO AttainLine.
           WRITE AttainLine.

       WriteRepLine.
           MOVE WRepIdx TO WS-Rep-Idx.
           ADD 1 TO WS-Rank.
           ADD 1 TO WS-Listed-Count.
           MOVE WS-Rank TO AL-Rank.
           MOVE RT-RepCode(WS-Rep-Idx) TO AL-RepCode.
           MOVE RT-RepName(WS-Rep-Idx) TO AL-RepName.
           MOVE WS-Current-CalMonth TO WS-Tgt-Month.
           PERFORM GetMonthTarget.
           MOVE RT-Act-Units(WS-Rep-Idx 1) TO AL-Units.
           MOVE WS-Tgt-Units TO AL-UnitTarget.
           MOVE RT-Act-Units(WS-Rep-Idx 1) TO WS-Pct-Actual.
           MOVE WS-Tgt-Units TO WS-Pct-Target.
           PERFORM ComputePercent.
           MOVE WS-Pct-Result TO AL-UnitPct.
           MOVE RT-Act-Value(WS-Rep-Idx 1) TO AL-Value.
           MOVE WS-Tgt-Value TO AL-ValueTarget.
           MOVE WValuePct TO AL-ValuePct.
           MOVE WValuePct TO WS-Value-Pct.
           ADD RT-Act-Units(WS-Rep-Idx 1) TO WS-Terr-Units.
           ADD WS-Tgt-Units TO WS-Terr-Unit-Target.
           ADD RT-Act-Value(WS-Rep-Idx 1) TO WS-Terr-Value.
           ADD WS-Tgt-Value TO WS-Terr-Value-Target.
           MOVE WS-Tgt-Value TO WS-Month-Tgt-Value.
           PERFORM ComputeYtdTarget.
           MOVE RT-Ytd-Value(WS-Rep-Idx) TO AL-YtdValue.
           MOVE WS-Ytd-Target TO AL-YtdTarget.
           MOVE RT-Ytd-Value(WS-Rep-Idx) TO WS-Pct-Actual.
           MOVE WS-Ytd-Target TO WS-Pct-Target.
           PERFORM ComputePercent.
           MOVE WS-Pct-Result TO AL-YtdPct.
           PERFORM SetBelowTargetFlag.
           MOVE WS-Attain-Line TO AttainLine.
           WRITE AttainLine.
           IF RT-Has-Split(WS-Rep-Idx WS-Current-CalMonth) = "Y"
               MOVE 2 TO WS-Cat-Idx
               MOVE "ESSENTIAL OILS" TO SL-Label
               PERFORM WriteCategoryLine
               MOVE 3 TO WS-Cat-Idx
               MOVE "BASE OILS" TO SL-Label
               PERFORM WriteCategoryLine
           END-IF.

      * Flagged when this month and last month both had a target
      * and value attainment fell short of the threshold in each.
       SetBelowTargetFlag.
           MOVE SPACES TO AL-Flag.
           IF WS-Month-Tgt-Value > ZERO
                   AND WS-Value-Pct < WS-Below-Threshold
               MOVE WS-Prior-CalMonth TO WS-Tgt-Month
               PERFORM GetMonthTarget
               MOVE RT-Prior-Value(WS-Rep-Idx) TO WS-Pct-Actual
               MOVE WS-Tgt-Value TO WS-Pct-Target
               PERFORM ComputePercent
               MOVE WS-Pct-Result TO WS-Prior-Pct
               IF WS-Tgt-Value > ZERO
                       AND WS-Prior-Pct < WS-Below-Threshold
                   MOVE "BELOW 2 MONTHS" TO AL-Flag
                   ADD 1 TO WS-Flagged-Count
               END-IF
           END-IF.

       WriteCategoryLine.
           MOVE RT-Act-Units(WS-Rep-Idx WS-Cat-Idx) TO SL-Units.
           MOVE RT-Tgt-Units(WS-Rep-Idx WS-Current-CalMonth
               WS-Cat-Idx) TO SL-UnitTarget.
           MOVE RT-Act-Units(WS-Rep-Idx WS-Cat-Idx)
               TO WS-Pct-Actual.
           MOVE RT-Tgt-Units(WS-Rep-Idx WS-Current-CalMonth
               WS-Cat-Idx) TO WS-Pct-Target.
           PERFORM ComputePercent.
           MOVE WS-Pct-Result TO SL-UnitPct.
           MOVE RT-Act-Value(WS-Rep-Idx WS-Cat-Idx) TO SL-Value.
           MOVE RT-Tgt-Value(WS-Rep-Idx WS-Current-CalMonth
               WS-Cat-Idx) TO SL-ValueTarget.
           MOVE RT-Act-Value(WS-Rep-Idx WS-Cat-Idx)
               TO WS-Pct-Actual.
           MOVE RT-Tgt-Value(WS-Rep-Idx WS-Current-CalMonth
               WS-Cat-Idx) TO WS-Pct-Target.
           PERFORM ComputePercent.
           MOVE WS-Pct-Result TO SL-ValuePct.
           MOVE WS-Sub-Line TO AttainLine.
           WRITE AttainLine.

       WriteTerritoryTotal.
           MOVE "TERRITORY TOTAL" TO SL-Label.
           MOVE WS-Terr-Units TO SL-Units.
           MOVE WS-Terr-Unit-Target TO SL-UnitTarget.
           MOVE WS-Terr-Units TO WS-Pct-Actual.
           MOVE WS-Terr-Unit-Target TO WS-Pct-Target.
           PERFORM ComputePercent.
           MOVE WS-Pct-Result TO SL-UnitPct.
           MOVE WS-Terr-Value TO SL-Value.
           MOVE WS-Terr-Value-Target TO SL-ValueTarget.
           MOVE WS-Terr-Value TO WS-Pct-Actual.
           MOVE WS-Terr-Value-Target TO WS-Pct-Target.
           PERFORM ComputePercent.
           MOVE WS-Pct-Result TO SL-ValuePct.
           MOVE WS-Sub-Line TO AttainLine.
           WRITE AttainLine.

       END PROGRAM RepAttainment.
