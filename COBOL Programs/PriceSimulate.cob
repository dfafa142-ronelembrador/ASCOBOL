      ******************************************************************
      * Author:
      * Date:
      * Purpose: What-if report on a set of proposed price changes
      *          before they go through OilPriceMaint. Reads the
      *          proposals from PRICESIM.DAT in the OilPriceMaint
      *          transaction format (adds and changes carry the new
      *          2/5/9ML prices; deletes and the stock and
      *          effective-date fields are ignored) and re-prices the
      *          last N months of AROMASALEHIST.DAT volumes at the
      *          prices in force today and at the proposed prices.
      *          The per-oil history carries no bottle size, so each
      *          oil's net units are split across the sizes in the
      *          proportions the customer sales history shows for the
      *          same months; an oil with no size history is priced
      *          at its 5ML price. Cost of goods is the weighted cost
      *          on OILWCOST.DAT. PRICESIMRPT.DAT shows current
      *          against proposed revenue and margin per oil and in
      *          total. N comes from PRICESIMPARM.DAT (default 3).
      *          OILPRICES.DAT is only read, never written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceSimulate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProposalFile ASSIGN TO "PRICESIM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Proposal-Status.
           SELECT ParmFile ASSIGN TO "PRICESIMPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Parm-Status.
           SELECT OilPriceFile ASSIGN TO "OILPRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilPrice-Status.
           SELECT OilWCostFile ASSIGN TO "OILWCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilWCost-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT SaleHistFile ASSIGN TO "AROMASALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SaleHist-Status.
           SELECT CustSaleHistFile ASSIGN TO "CUSTSALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustSaleHist-Status.
           SELECT SimReportFile ASSIGN TO "PRICESIMRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ProposalFile.
           COPY OILPTRAN.

       FD  ParmFile.
       01  PriceSimParmRec.
           02  PS-Months               PIC 99.

       FD  OilPriceFile.
           COPY OILPRICE.

       FD  OilWCostFile.
           COPY OILWCOST.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  SaleHistFile.
           COPY SALEHIST.

       FD  CustSaleHistFile.
           COPY CUSTHIST.

       FD  SimReportFile.
       01  SimReportLine               PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-Proposal-Status          PIC XX.
       01  WS-Parm-Status              PIC XX.
       01  WS-OilPrice-Status          PIC XX.
       01  WS-OilWCost-Status          PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-SaleHist-Status          PIC XX.
       01  WS-CustSaleHist-Status      PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

      * Parameter-file default when no record is supplied: the
      * current month and the two before it.
       01  WS-Sim-Months               PIC 99 VALUE 3.

       01  WS-Current-Month            PIC 9(6).
       01  WS-Start-Month              PIC 9(6).
       01  WS-Hist-Month               PIC 9(6).
       01  WS-Month-Count              PIC 9(6).
       01  WS-Work-Year                PIC 9(4).
       01  WS-Work-Month               PIC 99.

       01  WS-Eof-Switches.
           02  WS-Proposal-Eof         PIC X VALUE "N".
               88  Proposal-Eof            VALUE "Y".
           02  WS-OilPrice-Eof         PIC X VALUE "N".
               88  OilPrice-Eof            VALUE "Y".
           02  WS-OilWCost-Eof         PIC X VALUE "N".
               88  OilWCost-Eof            VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-SaleHist-Eof         PIC X VALUE "N".
               88  SaleHist-Eof            VALUE "Y".
           02  WS-CustSaleHist-Eof     PIC X VALUE "N".
               88  CustSaleHist-Eof        VALUE "Y".

      * Per oil: price in force today and proposed price by size
      * (1 2ML, 2 5ML, 3 9ML), weighted cost, net units over the
      * window and the size mix from the customer sales history.
       01  WS-Sim-Table.
           02  Sim-Entry OCCURS 30 TIMES.
               03  SM-OilName          PIC X(20).
               03  SM-Price-Date       PIC 9(8).
               03  SM-Proposed         PIC X.
                   88  SM-Price-Proposed   VALUE "Y".
               03  SM-Size-Entry OCCURS 3 TIMES.
                   04  SM-Cur-Price    PIC 99V99.
                   04  SM-New-Price    PIC 99V99.
                   04  SM-Mix-Units    PIC S9(7).
                   04  SM-Size-Units   PIC S9(7).
               03  SM-WCost            PIC 99V99.
               03  SM-Net-Units        PIC S9(7).
               03  SM-Mix-Total        PIC S9(7).
               03  SM-Cur-Revenue      PIC S9(9)V99.
               03  SM-New-Revenue      PIC S9(9)V99.
               03  SM-Cogs             PIC S9(9)V99.
       01  WS-Oil-Idx                  PIC 99.
       01  WS-Size-Idx                 PIC 9.
       01  WS-Hist-OilNum              PIC 99.
       01  WS-Split-Units              PIC S9(7).

       01  WS-Proposal-Count           PIC 9(3) VALUE ZERO.
       01  WS-Ignored-Count            PIC 9(3) VALUE ZERO.
       01  WS-Cur-Margin               PIC S9(9)V99.
       01  WS-New-Margin               PIC S9(9)V99.
       01  WS-Tot-Units                PIC S9(9) VALUE ZERO.
       01  WS-Tot-Cur-Revenue          PIC S9(9)V99 VALUE ZERO.
       01  WS-Tot-New-Revenue          PIC S9(9)V99 VALUE ZERO.
       01  WS-Tot-Cogs                 PIC S9(9)V99 VALUE ZERO.

       01  WS-Sim-Header-Line.
           02  FILLER                  PIC X(31)
                   VALUE "PRICE CHANGE SIMULATION - FROM ".
           02  SH2-StartMonth          PIC 9(6).
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  SH2-EndMonth            PIC 9(6).
           02  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-Sim-Column-Line.
           02  FILLER                  PIC X(35)
                   VALUE "OIL                           UNITS".
           02  FILLER                  PIC X(35)
                   VALUE "     CURRENT REV    PROPOSED REV".
           02  FILLER                  PIC X(28)
                   VALUE "  REV CHANGE  CURRENT MARGIN".
           02  FILLER                  PIC X(42)
                   VALUE " PROPOSED MARGIN     MARGIN CHG".

       01  WS-Sim-Oil-Line.
           02  SL-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-OilName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-Figures.
               03  SL-Units            PIC -ZZ,ZZZ,ZZ9.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-CurRevenue       PIC -ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-NewRevenue       PIC -ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-RevChange        PIC -Z,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-CurMargin        PIC -ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-NewMargin        PIC -ZZ,ZZZ,ZZ9.99.
               03  FILLER              PIC X(2) VALUE SPACES.
               03  SL-MarginChange     PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  SL-Flag                 PIC X(9).
           02  FILLER                  PIC X VALUE SPACES.

       01  WS-Sim-Price-Line.
           02  FILLER                  PIC X(10)
                   VALUE "   PRICES ".
           02  SP-Size OCCURS 3 TIMES.
               03  SP-SizeLabel        PIC X(5).
               03  SP-CurPrice         PIC Z9.99.
               03  FILLER              PIC X(4) VALUE " -> ".
               03  SP-NewPrice         PIC Z9.99.
               03  FILLER              PIC X(3) VALUE SPACES.
           02  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-Sim-Total-Line.
           02  FILLER                  PIC X(24)
                   VALUE "TOTAL ALL OILS".
           02  ST-Figures              PIC X(105).
           02  FILLER                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           MOVE WS-Run-Date(1:6) TO WS-Current-Month.
           INITIALIZE WS-Sim-Table.
           PERFORM LoadParameters.
           PERFORM ComputeStartMonth.
           PERFORM LoadOilNames.
           PERFORM LoadCurrentPrices.
           PERFORM LoadWeightedCosts.
           PERFORM LoadProposals.
           PERFORM AccumulateVolumes.
           PERFORM AccumulateSizeMix.
           PERFORM PriceEachOil.
           PERFORM PrintSimulation.
           DISPLAY "PRICESIMULATE: " WS-Proposal-Count
               " PROPOSED PRICES SIMULATED, " WS-Ignored-Count
               " TRANSACTIONS IGNORED".
           STOP RUN.

       LoadParameters.
           OPEN INPUT ParmFile.
           IF WS-Parm-Status = "00"
               READ ParmFile
                   AT END CONTINUE
                   NOT AT END
                       IF PS-Months > ZERO
                           MOVE PS-Months TO WS-Sim-Months
                       END-IF
               END-READ
               CLOSE ParmFile
           END-IF.

      * First month of the window: the current month counts as one
      * of the N.
       ComputeStartMonth.
           MOVE WS-Run-Date(1:4) TO WS-Work-Year.
           MOVE WS-Run-Date(5:2) TO WS-Work-Month.
           COMPUTE WS-Month-Count = WS-Work-Year * 12
               + WS-Work-Month - WS-Sim-Months.
           DIVIDE WS-Month-Count BY 12 GIVING WS-Work-Year
               REMAINDER WS-Work-Month.
           ADD 1 TO WS-Work-Month.
           COMPUTE WS-Start-Month =
               WS-Work-Year * 100 + WS-Work-Month.

       LoadOilNames.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE OM2-OilName TO SM-OilName(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

      * Price in force today, as AromaSales would charge it.
       LoadCurrentPrices.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-Status = "00"
               READ OilPriceFile
                   AT END MOVE "Y" TO WS-OilPrice-Eof
               END-READ
               PERFORM UNTIL OilPrice-Eof
                   IF OP-OilNum >= 1 AND OP-OilNum <= 30
                       IF OP-EffDate <= WS-Run-Date-Num
                               AND OP-EffDate
                                   >= SM-Price-Date(OP-OilNum)
                           MOVE OP-Cost2ML
                               TO SM-Cur-Price(OP-OilNum 1)
                           MOVE OP-Cost5ML
                               TO SM-Cur-Price(OP-OilNum 2)
                           MOVE OP-Cost9ML
                               TO SM-Cur-Price(OP-OilNum 3)
                           MOVE OP-EffDate
                               TO SM-Price-Date(OP-OilNum)
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END MOVE "Y" TO WS-OilPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               PERFORM VARYING WS-Size-Idx FROM 1 BY 1
                       UNTIL WS-Size-Idx > 3
                   MOVE SM-Cur-Price(WS-Oil-Idx WS-Size-Idx)
                       TO SM-New-Price(WS-Oil-Idx WS-Size-Idx)
               END-PERFORM
           END-PERFORM.

       LoadWeightedCosts.
           OPEN INPUT OilWCostFile.
           IF WS-OilWCost-Status = "00"
               READ OilWCostFile
                   AT END MOVE "Y" TO WS-OilWCost-Eof
               END-READ
               PERFORM UNTIL OilWCost-Eof
                   IF OW-OilNum >= 1 AND OW-OilNum <= 30
                       MOVE OW-WeightedCost TO SM-WCost(OW-OilNum)
                   END-IF
                   READ OilWCostFile
                       AT END MOVE "Y" TO WS-OilWCost-Eof
                   END-READ
               END-PERFORM
               CLOSE OilWCostFile
           END-IF.

      * A later proposal for the same oil replaces an earlier one.
       LoadProposals.
           OPEN INPUT ProposalFile.
           IF WS-Proposal-Status = "00"
               READ ProposalFile
                   AT END MOVE "Y" TO WS-Proposal-Eof
               END-READ
               PERFORM UNTIL Proposal-Eof
                   IF (OT-Add OR OT-Change)
                           AND OT-TranOilNum >= 1
                           AND OT-TranOilNum <= 30
                       IF NOT SM-Price-Proposed(OT-TranOilNum)
                           ADD 1 TO WS-Proposal-Count
                       END-IF
                       MOVE "Y" TO SM-Proposed(OT-TranOilNum)
                       MOVE OT-TranCost2ML
                           TO SM-New-Price(OT-TranOilNum 1)
                       MOVE OT-TranCost5ML
                           TO SM-New-Price(OT-TranOilNum 2)
                       MOVE OT-TranCost9ML
                           TO SM-New-Price(OT-TranOilNum 3)
                   ELSE
                       ADD 1 TO WS-Ignored-Count
                   END-IF
                   READ ProposalFile
                       AT END MOVE "Y" TO WS-Proposal-Eof
                   END-READ
               END-PERFORM
               CLOSE ProposalFile
           END-IF.

       AccumulateVolumes.
           OPEN INPUT SaleHistFile.
           IF WS-SaleHist-Status = "00"
               READ SaleHistFile
                   AT END MOVE "Y" TO WS-SaleHist-Eof
               END-READ
               PERFORM UNTIL SaleHist-Eof
                   MOVE SH-RunDate(1:6) TO WS-Hist-Month
                   IF WS-Hist-Month >= WS-Start-Month
                           AND WS-Hist-Month <= WS-Current-Month
                           AND SH-OilNum >= 1 AND SH-OilNum <= 30
                       ADD SH-GrossUnits TO SM-Net-Units(SH-OilNum)
                       SUBTRACT SH-ReturnUnits
                           FROM SM-Net-Units(SH-OilNum)
                   END-IF
                   READ SaleHistFile
                       AT END MOVE "Y" TO WS-SaleHist-Eof
                   END-READ
               END-PERFORM
               CLOSE SaleHistFile
           END-IF.

      * Gift sets are not sold by size of a single oil, so only the
      * Essential and Base lines set the mix.
       AccumulateSizeMix.
           OPEN INPUT CustSaleHistFile.
           IF WS-CustSaleHist-Status = "00"
               READ CustSaleHistFile
                   AT END MOVE "Y" TO WS-CustSaleHist-Eof
               END-READ
               PERFORM UNTIL CustSaleHist-Eof
                   MOVE CSH-RunDate(1:6) TO WS-Hist-Month
                   IF WS-Hist-Month >= WS-Start-Month
                           AND WS-Hist-Month <= WS-Current-Month
                           AND CSH-OilID(1:1) NOT = "S"
                           AND CSH-OilID(2:2) IS NUMERIC
                       PERFORM AddOneMixLine
                   END-IF
                   READ CustSaleHistFile
                       AT END MOVE "Y" TO WS-CustSaleHist-Eof
                   END-READ
               END-PERFORM
               CLOSE CustSaleHistFile
           END-IF.

       AddOneMixLine.
           MOVE CSH-OilID(2:2) TO WS-Hist-OilNum.
           EVALUATE CSH-UnitSize
               WHEN "2"
                   MOVE 1 TO WS-Size-Idx
               WHEN "5"
                   MOVE 2 TO WS-Size-Idx
               WHEN OTHER
                   MOVE 3 TO WS-Size-Idx
           END-EVALUATE.
           IF WS-Hist-OilNum >= 1 AND WS-Hist-OilNum <= 30
               ADD CSH-Units
                   TO SM-Mix-Units(WS-Hist-OilNum WS-Size-Idx)
               ADD CSH-Units TO SM-Mix-Total(WS-Hist-OilNum)
           END-IF.

       PriceEachOil.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               PERFORM SplitUnitsBySize
               PERFORM VARYING WS-Size-Idx FROM 1 BY 1
                       UNTIL WS-Size-Idx > 3
                   COMPUTE SM-Cur-Revenue(WS-Oil-Idx) =
                       SM-Cur-Revenue(WS-Oil-Idx)
                       + SM-Size-Units(WS-Oil-Idx WS-Size-Idx)
                       * SM-Cur-Price(WS-Oil-Idx WS-Size-Idx)
                   COMPUTE SM-New-Revenue(WS-Oil-Idx) =
                       SM-New-Revenue(WS-Oil-Idx)
                       + SM-Size-Units(WS-Oil-Idx WS-Size-Idx)
                       * SM-New-Price(WS-Oil-Idx WS-Size-Idx)
               END-PERFORM
               COMPUTE SM-Cogs(WS-Oil-Idx) =
                   SM-Net-Units(WS-Oil-Idx) * SM-WCost(WS-Oil-Idx)
           END-PERFORM.

      * The 9ML share takes the rounding so the sizes add back to
      * the oil's net units.
       SplitUnitsBySize.
           IF SM-Mix-Total(WS-Oil-Idx) > ZERO
                   AND SM-Mix-Units(WS-Oil-Idx 1) >= ZERO
                   AND SM-Mix-Units(WS-Oil-Idx 2) >= ZERO
                   AND SM-Mix-Units(WS-Oil-Idx 3) >= ZERO
               COMPUTE SM-Size-Units(WS-Oil-Idx 1) ROUNDED =
                   SM-Net-Units(WS-Oil-Idx)
                   * SM-Mix-Units(WS-Oil-Idx 1)
                   / SM-Mix-Total(WS-Oil-Idx)
               COMPUTE SM-Size-Units(WS-Oil-Idx 2) ROUNDED =
                   SM-Net-Units(WS-Oil-Idx)
                   * SM-Mix-Units(WS-Oil-Idx 2)
                   / SM-Mix-Total(WS-Oil-Idx)
               COMPUTE WS-Split-Units =
                   SM-Net-Units(WS-Oil-Idx)
                   - SM-Size-Units(WS-Oil-Idx 1)
                   - SM-Size-Units(WS-Oil-Idx 2)
               MOVE WS-Split-Units TO SM-Size-Units(WS-Oil-Idx 3)
           ELSE
               MOVE ZERO TO SM-Size-Units(WS-Oil-Idx 1)
               MOVE SM-Net-Units(WS-Oil-Idx)
                   TO SM-Size-Units(WS-Oil-Idx 2)
               MOVE ZERO TO SM-Size-Units(WS-Oil-Idx 3)
           END-IF.

       PrintSimulation.
           OPEN OUTPUT SimReportFile.
           MOVE WS-Start-Month TO SH2-StartMonth.
           MOVE WS-Current-Month TO SH2-EndMonth.
           MOVE WS-Sim-Header-Line TO SimReportLine.
           WRITE SimReportLine.
           MOVE WS-Sim-Column-Line TO SimReportLine.
           WRITE SimReportLine.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               IF SM-Net-Units(WS-Oil-Idx) NOT = ZERO
                       OR SM-Price-Proposed(WS-Oil-Idx)
                   PERFORM WriteOilLine
               END-IF
           END-PERFORM.
           MOVE WS-Tot-Units TO SL-Units.
           MOVE WS-Tot-Cur-Revenue TO SL-CurRevenue.
           MOVE WS-Tot-New-Revenue TO SL-NewRevenue.
           COMPUTE SL-RevChange =
               WS-Tot-New-Revenue - WS-Tot-Cur-Revenue.
           COMPUTE WS-Cur-Margin = WS-Tot-Cur-Revenue - WS-Tot-Cogs.
           COMPUTE WS-New-Margin = WS-Tot-New-Revenue - WS-Tot-Cogs.
           MOVE WS-Cur-Margin TO SL-CurMargin.
           MOVE WS-New-Margin TO SL-NewMargin.
           COMPUTE SL-MarginChange = WS-New-Margin - WS-Cur-Margin.
           MOVE SL-Figures TO ST-Figures.
           MOVE WS-Sim-Total-Line TO SimReportLine.
           WRITE SimReportLine.
           CLOSE SimReportFile.

       WriteOilLine.
           COMPUTE WS-Cur-Margin =
               SM-Cur-Revenue(WS-Oil-Idx) - SM-Cogs(WS-Oil-Idx).
           COMPUTE WS-New-Margin =
               SM-New-Revenue(WS-Oil-Idx) - SM-Cogs(WS-Oil-Idx).
           MOVE WS-Oil-Idx TO SL-OilNum.
           MOVE SM-OilName(WS-Oil-Idx) TO SL-OilName.
           MOVE SM-Net-Units(WS-Oil-Idx) TO SL-Units.
           MOVE SM-Cur-Revenue(WS-Oil-Idx) TO SL-CurRevenue.
           MOVE SM-New-Revenue(WS-Oil-Idx) TO SL-NewRevenue.
           COMPUTE SL-RevChange = SM-New-Revenue(WS-Oil-Idx)
               - SM-Cur-Revenue(WS-Oil-Idx).
           MOVE WS-Cur-Margin TO SL-CurMargin.
           MOVE WS-New-Margin TO SL-NewMargin.
           COMPUTE SL-MarginChange = WS-New-Margin - WS-Cur-Margin.
           IF SM-Price-Proposed(WS-Oil-Idx)
               MOVE "PROPOSED" TO SL-Flag
           ELSE
               MOVE SPACES TO SL-Flag
           END-IF.
           MOVE WS-Sim-Oil-Line TO SimReportLine.
           WRITE SimReportLine.
           ADD SM-Net-Units(WS-Oil-Idx) TO WS-Tot-Units.
           ADD SM-Cur-Revenue(WS-Oil-Idx) TO WS-Tot-Cur-Revenue.
           ADD SM-New-Revenue(WS-Oil-Idx) TO WS-Tot-New-Revenue.
           ADD SM-Cogs(WS-Oil-Idx) TO WS-Tot-Cogs.
           IF SM-Price-Proposed(WS-Oil-Idx)
               PERFORM WritePriceLine
           END-IF.

       WritePriceLine.
           MOVE "2ML " TO SP-SizeLabel(1).
           MOVE "5ML " TO SP-SizeLabel(2).
           MOVE "9ML " TO SP-SizeLabel(3).
           PERFORM VARYING WS-Size-Idx FROM 1 BY 1
                   UNTIL WS-Size-Idx > 3
               MOVE SM-Cur-Price(WS-Oil-Idx WS-Size-Idx)
                   TO SP-CurPrice(WS-Size-Idx)
               MOVE SM-New-Price(WS-Oil-Idx WS-Size-Idx)
                   TO SP-NewPrice(WS-Size-Idx)
           END-PERFORM.
           MOVE WS-Sim-Price-Line TO SimReportLine.
           WRITE SimReportLine.

       END PROGRAM PriceSimulate.
