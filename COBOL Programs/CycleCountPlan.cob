      ******************************************************************
      * Author:
      * Date:
      * Purpose: ABC stock classification and cycle-count planning.
      *          Ranks the active oils on OILMASTER.DAT by the value
      *          moved over the last twelve months - net units from
      *          AROMASALEHIST.DAT at the weighted cost on
      *          OILWCOST.DAT - and cuts the ranking into classes on
      *          cumulative value: A up to 80% of the total, B up to
      *          95%, C the rest. The classes go to OILABC.DAT with a
      *          ranked report, and the run lays out a cycle-count
      *          calendar on CYCLECAL.DAT for the twelve months ahead:
      *          A oils counted monthly, B quarterly and C twice a
      *          year, each class's oils spread evenly over the
      *          business days of every counting period on
      *          BUSDAYCAL.DAT so no one day carries the lot. Cut-offs
      *          and counts per year can be overridden on
      *          CYCLEPARM.DAT; counts per year must divide twelve.
      *          Run at the start of the year or whenever the ranking
      *          should be refreshed; CycleCountSheet prints the daily
      *          sheets from the calendar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleCountPlan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT SaleHistFile ASSIGN TO "AROMASALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SaleHist-Status.
           SELECT OilWCostFile ASSIGN TO "OILWCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilWCost-Status.
           SELECT CalendarFile ASSIGN TO "BUSDAYCAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Calendar-Status.
           SELECT ParmFile ASSIGN TO "CYCLEPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Parm-Status.
           SELECT OilAbcFile ASSIGN TO "OILABC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCalFile ASSIGN TO "CYCLECAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AbcRptFile ASSIGN TO "ABCCLASSRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OilMasterFile.
           COPY OILMAST.

       FD  SaleHistFile.
           COPY SALEHIST.

       FD  OilWCostFile.
           COPY OILWCOST.

       FD  CalendarFile.
       01  CalendarRec.
           02  CAL-Date                PIC 9(8).
           02  CAL-DayType             PIC X.
               88  CAL-BusinessDay         VALUE "B".
               88  CAL-Holiday             VALUE "H".
           02  CAL-WeekEndFlag         PIC X.
           02  CAL-MonthEndFlag        PIC X.
           02  CAL-PayDayFlag          PIC X.

       FD  ParmFile.
       01  CycleParmRec.
           02  CP-A-Cutoff             PIC 99.
           02  CP-B-Cutoff             PIC 99.
           02  CP-A-Counts             PIC 99.
               88  CP-A-Counts-Valid       VALUE 1 2 3 4 6 12.
           02  CP-B-Counts             PIC 99.
               88  CP-B-Counts-Valid       VALUE 1 2 3 4 6 12.
           02  CP-C-Counts             PIC 99.
               88  CP-C-Counts-Valid       VALUE 1 2 3 4 6 12.

       FD  OilAbcFile.
           COPY OILABC.

       FD  CycleCalFile.
           COPY CYCLECAL.

       FD  AbcRptFile.
       01  AbcRptLine                  PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-SaleHist-Status          PIC XX.
       01  WS-OilWCost-Status          PIC XX.
       01  WS-Calendar-Status          PIC XX.
       01  WS-Parm-Status              PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num REDEFINES WS-Run-Date.
           02  WS-Run-Year             PIC 9(4).
           02  WS-Run-Month            PIC 99.
           02  WS-Run-Day              PIC 99.
       01  WS-Year-Ago-Date            PIC 9(8).
       01  WS-Window-End-Date          PIC 9(8).

      * Class cut-offs are cumulative percentages of the year's
      * value; counts are per year per oil.
       01  WS-A-Cutoff                 PIC 99 VALUE 80.
       01  WS-B-Cutoff                 PIC 99 VALUE 95.
       01  WS-A-Counts                 PIC 99 VALUE 12.
       01  WS-B-Counts                 PIC 99 VALUE 4.
       01  WS-C-Counts                 PIC 99 VALUE 2.

       01  WS-Eof-Switches.
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-SaleHist-Eof         PIC X VALUE "N".
               88  SaleHist-Eof            VALUE "Y".
           02  WS-OilWCost-Eof         PIC X VALUE "N".
               88  OilWCost-Eof            VALUE "Y".
           02  WS-Calendar-Eof         PIC X VALUE "N".
               88  Calendar-Eof            VALUE "Y".

      * One slot per oil number.
       01  AbcOilTable.
           02 AbcOil-Entry OCCURS 30 TIMES.
               03 AO-OnMaster              PIC X.
               03 AO-OilName               PIC X(20).
               03 AO-NetUnits              PIC S9(7).
               03 AO-UnitCost              PIC 99V99.
               03 AO-Value                 PIC S9(9)V99.
               03 AO-Rank                  PIC 99.
               03 AO-Class                 PIC X.
       01  WS-Oil-Idx                  PIC 99.
       01  WS-Best-Oil                 PIC 99.
       01  WS-Best-Value               PIC S9(9)V99.

       01  WS-Ranked-Count             PIC 99 VALUE ZERO.
       01  WS-Ranking-Done             PIC X VALUE "N".
           88  Ranking-Done                VALUE "Y".
       01  RankTable.
           02 RK-OilNum                PIC 99 OCCURS 30 TIMES.
       01  WS-Rank-Idx                 PIC 99.

       01  WS-Total-Value              PIC S9(11)V99 VALUE ZERO.
       01  WS-Cum-Value                PIC S9(11)V99 VALUE ZERO.
       01  WS-Cum-Pct                  PIC S9(3)V9.
       01  WS-Class-Totals.
           02 WS-Class-Total OCCURS 3 TIMES.
               03 CT-OilCount              PIC 99.
               03 CT-Value                 PIC S9(11)V99.
               03 CT-Counts                PIC 99.
       01  WS-Class-Idx                PIC 9.
       01  WS-Class-Letters            PIC X(3) VALUE "ABC".

      * Business days in the planning window, with the number of
      * whole months each falls after the run month.
       01  WS-Day-Count                PIC 9(3) VALUE ZERO.
       01  WS-Day-Table-Limit          PIC 9(3) VALUE 400.
       01  BusinessDayTable.
           02 BusDay-Entry OCCURS 400 TIMES
                   DEPENDING ON WS-Day-Count.
               03 BD-Date                  PIC 9(8).
               03 BD-MonthOff              PIC 99.
       01  WS-Day-Idx                  PIC 9(3).
       01  WS-Cal-Year                 PIC 9(4).
       01  WS-Cal-Month                PIC 99.

       01  WS-Sched-Count              PIC 9(3) VALUE ZERO.
       01  WS-Sched-Table-Limit        PIC 9(3) VALUE 400.
       01  ScheduleTable.
           02 Sched-Entry OCCURS 400 TIMES
                   DEPENDING ON WS-Sched-Count.
               03 SC-DayIdx                PIC 9(3).
               03 SC-OilNum                PIC 99.
               03 SC-Class                 PIC X.
       01  WS-Sched-Idx                PIC 9(3).
       01  WS-Unscheduled              PIC 9(3) VALUE ZERO.

       01  WS-Plan-Class               PIC X.
       01  WS-Plan-Counts              PIC 99.
       01  WS-Plan-Oils                PIC 99.
       01  WS-Period-Months            PIC 99.
       01  WS-Period                   PIC 99.
       01  WS-Day-Period               PIC 99.
       01  WS-Period-First             PIC 9(3).
       01  WS-Period-Days              PIC 9(3).
       01  WS-Oil-Seq                  PIC 99.
       01  WS-Day-Offset               PIC 9(3).

       01  WS-Abc-Header-Line.
           02  FILLER                  PIC X(25)
                   VALUE "ABC STOCK CLASSIFICATION ".
           02  AH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  AH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  AH-Day                  PIC 99.
           02  FILLER                  PIC X(30)
                   VALUE "  VALUE OVER 12 MONTHS FROM ".
           02  AH-FromDate             PIC 9(8).
           02  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-Abc-Column-Line.
           02  FILLER                  PIC X(30)
                   VALUE "RANK OIL NAME                 ".
           02  FILLER                  PIC X(30)
                   VALUE "  NET UNITS     ANNUAL VALUE  ".
           02  FILLER                  PIC X(30)
                   VALUE "CUM %  CLASS  COUNTS/YR       ".

       01  WS-Abc-Detail-Line.
           02  AD-Rank                 PIC Z9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  AD-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  AD-OilName              PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AD-NetUnits             PIC -ZZZ,ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  AD-Value                PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AD-CumPct               PIC ZZ9.9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  AD-Class                PIC X.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  AD-Counts               PIC Z9.
           02  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-Abc-Class-Line.
           02  FILLER                  PIC X(6) VALUE "CLASS ".
           02  AC-Class                PIC X.
           02  FILLER                  PIC X(2) VALUE ": ".
           02  AC-OilCount             PIC Z9.
           02  FILLER                  PIC X(14)
                   VALUE " OILS  VALUE: ".
           02  AC-Value                PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(20)
                   VALUE "  COUNTS PER YEAR: ".
           02  AC-Counts               PIC Z9.
           02  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-Abc-Plan-Line.
           02  FILLER                  PIC X(28)
                   VALUE "CYCLE COUNTS SCHEDULED TO: ".
           02  AP-EndDate              PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AP-Scheduled            PIC ZZZ9.
           02  FILLER                  PIC X(17)
                   VALUE "  BUSINESS DAYS: ".
           02  AP-Days                 PIC ZZ9.
           02  FILLER                  PIC X(16)
                   VALUE "  UNSCHEDULED: ".
           02  AP-Unscheduled          PIC ZZ9.
           02  FILLER                  PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Year-Ago-Date =
               (WS-Run-Year - 1) * 10000 + WS-Run-Month * 100
               + WS-Run-Day.
           COMPUTE WS-Window-End-Date =
               (WS-Run-Year + 1) * 10000 + WS-Run-Month * 100 + 1.
           PERFORM LoadParameters.
           INITIALIZE AbcOilTable.
           PERFORM LoadOilMaster.
           PERFORM LoadWeightedCosts.
           PERFORM AccumulateSales.
           PERFORM RankOils.
           PERFORM ClassifyOils.
           PERFORM WriteClassification.
           PERFORM LoadBusinessDays.
           MOVE "A" TO WS-Plan-Class.
           MOVE WS-A-Counts TO WS-Plan-Counts.
           PERFORM PlanOneClass.
           MOVE "B" TO WS-Plan-Class.
           MOVE WS-B-Counts TO WS-Plan-Counts.
           PERFORM PlanOneClass.
           MOVE "C" TO WS-Plan-Class.
           MOVE WS-C-Counts TO WS-Plan-Counts.
           PERFORM PlanOneClass.
           PERFORM WriteCycleCalendar.
           PERFORM WriteAbcReport.
           DISPLAY "CYCLECOUNTPLAN: " WS-Ranked-Count
               " OILS CLASSIFIED, " WS-Sched-Count
               " COUNTS SCHEDULED OVER " WS-Day-Count
               " BUSINESS DAYS".
           IF WS-Unscheduled > ZERO
               DISPLAY "CYCLECOUNTPLAN: " WS-Unscheduled
                   " COUNTS NOT SCHEDULED - CHECK BUSDAYCAL.DAT"
           END-IF.
           STOP RUN.

       LoadParameters.
           OPEN INPUT ParmFile.
           IF WS-Parm-Status = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF CP-A-Cutoff > ZERO
                           MOVE CP-A-Cutoff TO WS-A-Cutoff
                       END-IF
                       IF CP-B-Cutoff > ZERO
                           MOVE CP-B-Cutoff TO WS-B-Cutoff
                       END-IF
                       IF CP-A-Counts-Valid
                           MOVE CP-A-Counts TO WS-A-Counts
                       END-IF
                       IF CP-B-Counts-Valid
                           MOVE CP-B-Counts TO WS-B-Counts
                       END-IF
                       IF CP-C-Counts-Valid
                           MOVE CP-C-Counts TO WS-C-Counts
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.
           IF WS-B-Cutoff < WS-A-Cutoff
               MOVE WS-A-Cutoff TO WS-B-Cutoff
           END-IF.

       LoadOilMaster.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                           AND NOT OM2-Discontinued
                       MOVE "Y" TO AO-OnMaster(OM2-OilNum)
                       MOVE OM2-OilName TO AO-OilName(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       LoadWeightedCosts.
           OPEN INPUT OilWCostFile.
           IF WS-OilWCost-Status = "00"
               READ OilWCostFile
                   AT END MOVE "Y" TO WS-OilWCost-Eof
               END-READ
               PERFORM UNTIL OilWCost-Eof
                   IF OW-OilNum >= 1 AND OW-OilNum <= 30
                       MOVE OW-WeightedCost
                           TO AO-UnitCost(OW-OilNum)
                   END-IF
                   READ OilWCostFile
                       AT END MOVE "Y" TO WS-OilWCost-Eof
                   END-READ
               END-PERFORM
               CLOSE OilWCostFile
           END-IF.

       AccumulateSales.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-Status = "00"
               READ SaleHistFile
                   AT END MOVE "Y" TO WS-SaleHist-Eof
               END-READ
               PERFORM UNTIL SaleHist-Eof
                   IF SH-RunDate > WS-Year-Ago-Date
                           AND SH-OilNum >= 1 AND SH-OilNum <= 30
                       ADD SH-GrossUnits TO AO-NetUnits(SH-OilNum)
                       SUBTRACT SH-ReturnUnits
                           FROM AO-NetUnits(SH-OilNum)
                   END-IF
                   READ SaleHistFile
                       AT END MOVE "Y" TO WS-SaleHist-Eof
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           END-IF.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               COMPUTE AO-Value(WS-Oil-Idx) =
                   AO-NetUnits(WS-Oil-Idx) * AO-UnitCost(WS-Oil-Idx)
               IF AO-OnMaster(WS-Oil-Idx) = "Y"
                       AND AO-Value(WS-Oil-Idx) > ZERO
                   ADD AO-Value(WS-Oil-Idx) TO WS-Total-Value
               END-IF
           END-PERFORM.

      * Highest value first; equal values rank by oil number.
       RankOils.
           PERFORM UNTIL Ranking-Done
               MOVE ZERO TO WS-Best-Oil
               PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                       UNTIL WS-Oil-Idx > 30
                   IF AO-OnMaster(WS-Oil-Idx) = "Y"
                           AND AO-Rank(WS-Oil-Idx) = ZERO
                       IF WS-Best-Oil = ZERO
                               OR AO-Value(WS-Oil-Idx) > WS-Best-Value
                           MOVE WS-Oil-Idx TO WS-Best-Oil
                           MOVE AO-Value(WS-Oil-Idx) TO WS-Best-Value
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-Best-Oil = ZERO
                   MOVE "Y" TO WS-Ranking-Done
               ELSE
                   ADD 1 TO WS-Ranked-Count
                   MOVE WS-Ranked-Count TO AO-Rank(WS-Best-Oil)
                   MOVE WS-Best-Oil TO RK-OilNum(WS-Ranked-Count)
               END-IF
           END-PERFORM.

      * An oil's class is set by the cumulative value of the oils
      * ranked above it, so the top oil is always an A and an oil
      * that carries the total across a cut-off stays in the
      * higher class. With no value at all every oil is a C.
       ClassifyOils.
           INITIALIZE WS-Class-Totals.
           MOVE WS-A-Counts TO CT-Counts(1).
           MOVE WS-B-Counts TO CT-Counts(2).
           MOVE WS-C-Counts TO CT-Counts(3).
           PERFORM VARYING WS-Rank-Idx FROM 1 BY 1
                   UNTIL WS-Rank-Idx > WS-Ranked-Count
               MOVE RK-OilNum(WS-Rank-Idx) TO WS-Oil-Idx
               EVALUATE TRUE
                   WHEN WS-Total-Value <= ZERO
                       MOVE "C" TO AO-Class(WS-Oil-Idx)
                   WHEN WS-Cum-Value * 100
                           < WS-Total-Value * WS-A-Cutoff
                       MOVE "A" TO AO-Class(WS-Oil-Idx)
                   WHEN WS-Cum-Value * 100
                           < WS-Total-Value * WS-B-Cutoff
                       MOVE "B" TO AO-Class(WS-Oil-Idx)
                   WHEN OTHER
                       MOVE "C" TO AO-Class(WS-Oil-Idx)
               END-EVALUATE
               IF AO-Value(WS-Oil-Idx) > ZERO
                   ADD AO-Value(WS-Oil-Idx) TO WS-Cum-Value
               END-IF
               EVALUATE AO-Class(WS-Oil-Idx)
                   WHEN "A" MOVE 1 TO WS-Class-Idx
                   WHEN "B" MOVE 2 TO WS-Class-Idx
                   WHEN OTHER MOVE 3 TO WS-Class-Idx
               END-EVALUATE
               ADD 1 TO CT-OilCount(WS-Class-Idx)
               ADD AO-Value(WS-Oil-Idx) TO CT-Value(WS-Class-Idx)
           END-PERFORM.

       WriteClassification.
           OPEN OUTPUT OilAbcFile.
           PERFORM VARYING WS-Rank-Idx FROM 1 BY 1
                   UNTIL WS-Rank-Idx > WS-Ranked-Count
               MOVE RK-OilNum(WS-Rank-Idx) TO WS-Oil-Idx
               MOVE WS-Oil-Idx TO ABC-OilNum
               MOVE AO-Class(WS-Oil-Idx) TO ABC-Class
               MOVE WS-Rank-Idx TO ABC-Rank
               MOVE AO-Value(WS-Oil-Idx) TO ABC-AnnualValue
               MOVE WS-Run-Date TO ABC-ClassDate
               WRITE OilAbcRec
           END-PERFORM.
           CLOSE OilAbcFile.

      * Business days from today up to the same month next year.
       LoadBusinessDays.
           OPEN INPUT CalendarFile.
           IF WS-Calendar-Status = "00"
               READ CalendarFile
                   AT END MOVE "Y" TO WS-Calendar-Eof
               END-READ
               PERFORM UNTIL Calendar-Eof
                   IF CAL-BusinessDay
                           AND CAL-Date >= FUNCTION NUMVAL(WS-Run-Date)
                           AND CAL-Date < WS-Window-End-Date
                           AND WS-Day-Count < WS-Day-Table-Limit
                       ADD 1 TO WS-Day-Count
                       MOVE CAL-Date TO BD-Date(WS-Day-Count)
                       MOVE CAL-Date(1:4) TO WS-Cal-Year
                       MOVE CAL-Date(5:2) TO WS-Cal-Month
                       COMPUTE BD-MonthOff(WS-Day-Count) =
                           (WS-Cal-Year - WS-Run-Year) * 12
                           + WS-Cal-Month - WS-Run-Month
                   END-IF
                   READ CalendarFile
                       AT END MOVE "Y" TO WS-Calendar-Eof
                   END-READ
               END-PERFORM
               CLOSE CalendarFile
           END-IF.

      * The year splits into WS-Plan-Counts counting periods; in
      * each one the class's oils, in rank order, are spaced evenly
      * over the period's business days.
       PlanOneClass.
           MOVE ZERO TO WS-Plan-Oils.
           PERFORM VARYING WS-Rank-Idx FROM 1 BY 1
                   UNTIL WS-Rank-Idx > WS-Ranked-Count
               IF AO-Class(RK-OilNum(WS-Rank-Idx)) = WS-Plan-Class
                   ADD 1 TO WS-Plan-Oils
               END-IF
           END-PERFORM.
           IF WS-Plan-Oils > ZERO
               COMPUTE WS-Period-Months = 12 / WS-Plan-Counts
               PERFORM PlanOnePeriod
                   VARYING WS-Period FROM 0 BY 1
                   UNTIL WS-Period >= WS-Plan-Counts
           END-IF.

       PlanOnePeriod.
           MOVE ZERO TO WS-Period-First.
           MOVE ZERO TO WS-Period-Days.
           PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                   UNTIL WS-Day-Idx > WS-Day-Count
               COMPUTE WS-Day-Period =
                   BD-MonthOff(WS-Day-Idx) / WS-Period-Months
               IF WS-Day-Period = WS-Period
                   IF WS-Period-First = ZERO
                       MOVE WS-Day-Idx TO WS-Period-First
                   END-IF
                   ADD 1 TO WS-Period-Days
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-Oil-Seq.
           PERFORM VARYING WS-Rank-Idx FROM 1 BY 1
                   UNTIL WS-Rank-Idx > WS-Ranked-Count
               IF AO-Class(RK-OilNum(WS-Rank-Idx)) = WS-Plan-Class
                   PERFORM ScheduleOneCount
                   ADD 1 TO WS-Oil-Seq
               END-IF
           END-PERFORM.

       ScheduleOneCount.
           IF WS-Period-Days = ZERO
                   OR WS-Sched-Count >= WS-Sched-Table-Limit
               ADD 1 TO WS-Unscheduled
           ELSE
               COMPUTE WS-Day-Offset =
                   (WS-Oil-Seq * WS-Period-Days) / WS-Plan-Oils
               ADD 1 TO WS-Sched-Count
               COMPUTE SC-DayIdx(WS-Sched-Count) =
                   WS-Period-First + WS-Day-Offset
               MOVE RK-OilNum(WS-Rank-Idx) TO SC-OilNum(WS-Sched-Count)
               MOVE WS-Plan-Class TO SC-Class(WS-Sched-Count)
           END-IF.

       WriteCycleCalendar.
           OPEN OUTPUT CycleCalFile.
           PERFORM VARYING WS-Day-Idx FROM 1 BY 1
                   UNTIL WS-Day-Idx > WS-Day-Count
               PERFORM VARYING WS-Sched-Idx FROM 1 BY 1
                       UNTIL WS-Sched-Idx > WS-Sched-Count
                   IF SC-DayIdx(WS-Sched-Idx) = WS-Day-Idx
                       MOVE BD-Date(WS-Day-Idx) TO CC-CountDate
                       MOVE SC-OilNum(WS-Sched-Idx) TO CC-OilNum
                       MOVE SC-Class(WS-Sched-Idx) TO CC-Class
                       WRITE CycleCalRec
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE CycleCalFile.

       WriteAbcReport.
           OPEN OUTPUT AbcRptFile.
           MOVE WS-Run-Year TO AH-Year.
           MOVE WS-Run-Month TO AH-Month.
           MOVE WS-Run-Day TO AH-Day.
           MOVE WS-Year-Ago-Date TO AH-FromDate.
           MOVE WS-Abc-Header-Line TO AbcRptLine.
           WRITE AbcRptLine.
           MOVE WS-Abc-Column-Line TO AbcRptLine.
           WRITE AbcRptLine.
           MOVE ZERO TO WS-Cum-Value.
           PERFORM VARYING WS-Rank-Idx FROM 1 BY 1
                   UNTIL WS-Rank-Idx > WS-Ranked-Count
               MOVE RK-OilNum(WS-Rank-Idx) TO WS-Oil-Idx
               IF AO-Value(WS-Oil-Idx) > ZERO
                   ADD AO-Value(WS-Oil-Idx) TO WS-Cum-Value
               END-IF
               IF WS-Total-Value > ZERO
                   COMPUTE WS-Cum-Pct ROUNDED =
                       WS-Cum-Value * 100 / WS-Total-Value
               ELSE
                   MOVE ZERO TO WS-Cum-Pct
               END-IF
               MOVE WS-Rank-Idx TO AD-Rank
               MOVE WS-Oil-Idx TO AD-OilNum
               MOVE AO-OilName(WS-Oil-Idx) TO AD-OilName
               MOVE AO-NetUnits(WS-Oil-Idx) TO AD-NetUnits
               MOVE AO-Value(WS-Oil-Idx) TO AD-Value
               MOVE WS-Cum-Pct TO AD-CumPct
               MOVE AO-Class(WS-Oil-Idx) TO AD-Class
               EVALUATE AO-Class(WS-Oil-Idx)
                   WHEN "A" MOVE WS-A-Counts TO AD-Counts
                   WHEN "B" MOVE WS-B-Counts TO AD-Counts
                   WHEN OTHER MOVE WS-C-Counts TO AD-Counts
               END-EVALUATE
               MOVE WS-Abc-Detail-Line TO AbcRptLine
               WRITE AbcRptLine
           END-PERFORM.
           MOVE SPACES TO AbcRptLine.
           WRITE AbcRptLine.
           PERFORM VARYING WS-Class-Idx FROM 1 BY 1
                   UNTIL WS-Class-Idx > 3
               MOVE WS-Class-Letters(WS-Class-Idx:1) TO AC-Class
               MOVE CT-OilCount(WS-Class-Idx) TO AC-OilCount
               MOVE CT-Value(WS-Class-Idx) TO AC-Value
               MOVE CT-Counts(WS-Class-Idx) TO AC-Counts
               MOVE WS-Abc-Class-Line TO AbcRptLine
               WRITE AbcRptLine
           END-PERFORM.
           IF WS-Day-Count > ZERO
               MOVE BD-Date(WS-Day-Count) TO AP-EndDate
           ELSE
               MOVE ZERO TO AP-EndDate
           END-IF.
           MOVE WS-Sched-Count TO AP-Scheduled.
           MOVE WS-Day-Count TO AP-Days.
           MOVE WS-Unscheduled TO AP-Unscheduled.
           MOVE WS-Abc-Plan-Line TO AbcRptLine.
           WRITE AbcRptLine.
           CLOSE AbcRptFile.

       END PROGRAM CycleCountPlan.
