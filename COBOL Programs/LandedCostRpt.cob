      ******************************************************************
      * Author:
      * Date:
      * Purpose: Landed-cost report over the history GoodsReceived
      *          appends to LANDEDHIST.DAT. For the current month it
      *          totals, per oil, the quantity received and its value
      *          at PO cost, the freight, duty and customs charges
      *          allocated to it, and the landed value, and shows the
      *          PO unit cost against the landed unit cost with the
      *          uplift the charges add and the weighted cost now on
      *          OILWCOST.DAT, so the margin on imported oils can be
      *          read against what they really cost to land.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LandedCostRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LandedHistFile ASSIGN TO "LANDEDHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LandedHist-Status.
           SELECT OilWCostFile ASSIGN TO "OILWCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilWCost-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT LandedRptFile ASSIGN TO "LANDEDCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LandedHistFile.
           COPY LANDHIST.

       FD  OilWCostFile.
           COPY OILWCOST.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  LandedRptFile.
       01  LandedRptLine               PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-LandedHist-Status        PIC XX.
       01  WS-OilWCost-Status          PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Current-Month            PIC 9(6).

       01  WS-Eof-Switches.
           02  WS-LandedHist-Eof       PIC X VALUE "N".
               88  LandedHist-Eof          VALUE "Y".
           02  WS-OilWCost-Eof         PIC X VALUE "N".
               88  OilWCost-Eof            VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".

       01  WS-Landed-Table.
           02  Landed-Oil-Entry OCCURS 30 TIMES.
               03  LO-OilName          PIC X(20).
               03  LO-WCost            PIC 99V99.
               03  LO-Qty              PIC 9(7).
               03  LO-POValue          PIC 9(9)V99.
               03  LO-Freight          PIC 9(9)V99.
               03  LO-Duty             PIC 9(9)V99.
               03  LO-Customs          PIC 9(9)V99.
       01  WS-Oil-Idx                  PIC 99.
       01  WS-Charges                  PIC 9(9)V99.
       01  WS-Landed-Value             PIC 9(9)V99.
       01  WS-Unit-Cost                PIC 9(5)V99.
       01  WS-Uplift-Pct               PIC 9(5)V9.

       01  WS-Totals.
           02  WS-Tot-Qty              PIC 9(7) VALUE ZERO.
           02  WS-Tot-POValue          PIC 9(9)V99 VALUE ZERO.
           02  WS-Tot-Freight          PIC 9(9)V99 VALUE ZERO.
           02  WS-Tot-Duty             PIC 9(9)V99 VALUE ZERO.
           02  WS-Tot-Customs          PIC 9(9)V99 VALUE ZERO.

       01  WS-Landed-Header-Line.
           02  FILLER                  PIC X(24)
                   VALUE "LANDED COST REPORT FOR  ".
           02  LH2-Month               PIC 9(6).
           02  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-Landed-Column-Line.
           02  FILLER                  PIC X(31)
                   VALUE "OIL                         QTY".
           02  FILLER                  PIC X(26)
                   VALUE "      PO VALUE     FREIGHT".
           02  FILLER                  PIC X(24)
                   VALUE "        DUTY     CUSTOMS".
           02  FILLER                  PIC X(49)
                   VALUE "  LANDED VALUE PO UNIT  LANDED   UPL%  WCOST".

       01  WS-Landed-Oil-Line.
           02  OL-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  OL-OilName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  OL-Qty                  PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-POValue              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-Freight              PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-Duty                 PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-Customs              PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-LandedValue          PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-POUnit               PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-LandedUnit           PIC ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-Uplift               PIC ZZ9.9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  OL-WCost                PIC Z9.99.
           02  FILLER                  PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:6) TO WS-Current-Month.
           INITIALIZE WS-Landed-Table.
           PERFORM LoadOilNames.
           PERFORM LoadWeightedCosts.
           PERFORM AccumulateLandedHistory.
           PERFORM PrintLandedReport.
           STOP RUN.

       LoadOilNames.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE OM2-OilName TO LO-OilName(OM2-OilNum)
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
                       MOVE OW-WeightedCost TO LO-WCost(OW-OilNum)
                   END-IF
                   READ OilWCostFile
                       AT END MOVE "Y" TO WS-OilWCost-Eof
                   END-READ
               END-PERFORM
               CLOSE OilWCostFile
           END-IF.

       AccumulateLandedHistory.
           OPEN INPUT LandedHistFile.
           IF WS-LandedHist-Status = "00"
               READ LandedHistFile
                   AT END MOVE "Y" TO WS-LandedHist-Eof
               END-READ
               PERFORM UNTIL LandedHist-Eof
                   IF LDH-PostDate(1:6) = WS-Current-Month
                           AND LDH-OilNum >= 1 AND LDH-OilNum <= 30
                       PERFORM AddOneLandedLine
                   END-IF
                   READ LandedHistFile
                       AT END MOVE "Y" TO WS-LandedHist-Eof
                   END-READ
               END-PERFORM
               CLOSE LandedHistFile
           END-IF.

       AddOneLandedLine.
           ADD LDH-Qty TO LO-Qty(LDH-OilNum).
           COMPUTE LO-POValue(LDH-OilNum) = LO-POValue(LDH-OilNum)
               + LDH-Qty * LDH-UnitCost.
           ADD LDH-Freight TO LO-Freight(LDH-OilNum).
           ADD LDH-Duty TO LO-Duty(LDH-OilNum).
           ADD LDH-Customs TO LO-Customs(LDH-OilNum).

       PrintLandedReport.
           OPEN OUTPUT LandedRptFile.
           MOVE WS-Current-Month TO LH2-Month.
           MOVE WS-Landed-Header-Line TO LandedRptLine.
           WRITE LandedRptLine.
           MOVE WS-Landed-Column-Line TO LandedRptLine.
           WRITE LandedRptLine.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               IF LO-Qty(WS-Oil-Idx) > ZERO
                       OR LO-Freight(WS-Oil-Idx) > ZERO
                       OR LO-Duty(WS-Oil-Idx) > ZERO
                       OR LO-Customs(WS-Oil-Idx) > ZERO
                   PERFORM WriteLandedOilLine
               END-IF
           END-PERFORM.
           MOVE ZERO TO OL-OilNum.
           MOVE "TOTAL ALL OILS" TO OL-OilName.
           MOVE WS-Tot-Qty TO OL-Qty.
           MOVE WS-Tot-POValue TO OL-POValue.
           MOVE WS-Tot-Freight TO OL-Freight.
           MOVE WS-Tot-Duty TO OL-Duty.
           MOVE WS-Tot-Customs TO OL-Customs.
           COMPUTE WS-Charges = WS-Tot-Freight + WS-Tot-Duty
               + WS-Tot-Customs.
           COMPUTE WS-Landed-Value = WS-Tot-POValue + WS-Charges.
           MOVE WS-Landed-Value TO OL-LandedValue.
           MOVE ZERO TO OL-POUnit.
           MOVE ZERO TO OL-LandedUnit.
           MOVE ZERO TO WS-Uplift-Pct.
           IF WS-Tot-POValue > ZERO
               COMPUTE WS-Uplift-Pct ROUNDED =
                   WS-Charges * 100 / WS-Tot-POValue
           END-IF.
           MOVE WS-Uplift-Pct TO OL-Uplift.
           MOVE ZERO TO OL-WCost.
           MOVE WS-Landed-Oil-Line TO LandedRptLine.
           MOVE SPACES TO LandedRptLine(1:2).
           WRITE LandedRptLine.
           CLOSE LandedRptFile.

      * A charge that arrived after its PO was received carries no
      * quantity this month, so the unit figures are shown only
      * where oil was received.
       WriteLandedOilLine.
           COMPUTE WS-Charges = LO-Freight(WS-Oil-Idx)
               + LO-Duty(WS-Oil-Idx) + LO-Customs(WS-Oil-Idx).
           COMPUTE WS-Landed-Value =
               LO-POValue(WS-Oil-Idx) + WS-Charges.
           MOVE WS-Oil-Idx TO OL-OilNum.
           MOVE LO-OilName(WS-Oil-Idx) TO OL-OilName.
           MOVE LO-Qty(WS-Oil-Idx) TO OL-Qty.
           MOVE LO-POValue(WS-Oil-Idx) TO OL-POValue.
           MOVE LO-Freight(WS-Oil-Idx) TO OL-Freight.
           MOVE LO-Duty(WS-Oil-Idx) TO OL-Duty.
           MOVE LO-Customs(WS-Oil-Idx) TO OL-Customs.
           MOVE WS-Landed-Value TO OL-LandedValue.
           IF LO-Qty(WS-Oil-Idx) > ZERO
               COMPUTE WS-Unit-Cost ROUNDED =
                   LO-POValue(WS-Oil-Idx) / LO-Qty(WS-Oil-Idx)
               MOVE WS-Unit-Cost TO OL-POUnit
               COMPUTE WS-Unit-Cost ROUNDED =
                   WS-Landed-Value / LO-Qty(WS-Oil-Idx)
               MOVE WS-Unit-Cost TO OL-LandedUnit
           ELSE
               MOVE ZERO TO OL-POUnit
               MOVE ZERO TO OL-LandedUnit
           END-IF.
           MOVE ZERO TO WS-Uplift-Pct.
           IF LO-POValue(WS-Oil-Idx) > ZERO
               COMPUTE WS-Uplift-Pct ROUNDED =
                   WS-Charges * 100 / LO-POValue(WS-Oil-Idx)
           END-IF.
           MOVE WS-Uplift-Pct TO OL-Uplift.
           MOVE LO-WCost(WS-Oil-Idx) TO OL-WCost.
           MOVE WS-Landed-Oil-Line TO LandedRptLine.
           WRITE LandedRptLine.
           ADD LO-Qty(WS-Oil-Idx) TO WS-Tot-Qty.
           ADD LO-POValue(WS-Oil-Idx) TO WS-Tot-POValue.
           ADD LO-Freight(WS-Oil-Idx) TO WS-Tot-Freight.
           ADD LO-Duty(WS-Oil-Idx) TO WS-Tot-Duty.
           ADD LO-Customs(WS-Oil-Idx) TO WS-Tot-Customs.

       END PROGRAM LandedCostRpt.
