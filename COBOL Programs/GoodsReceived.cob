      *          to day instead of being corrected by hand through
      *          OilPriceMaint. Outstanding purchase orders on
      *          AROMAPO.DAT whose PO number appears on a receipt are
      *          cleared as delivered. Freight, duty and customs
      *          charges on LANDCOST.DAT are spread over their PO's
      *          received lines by quantity or value and folded into
      *          the weighted oil cost; a charge for a PO received on
      *          an earlier run is spread over the PO's lines on the
      *          PO history, and a charge whose PO has not yet arrived
      *          stays on the file. Each costed receipt line and its
      *          charges are appended to LANDEDHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LotConsumeFile ASSIGN TO "LOTCONSUME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LotConsume-Status.
           SELECT LandedChargeFile ASSIGN TO "LANDCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LandedCharge-Status.
           SELECT LandedHistFile ASSIGN TO "LANDEDHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LandedHist-Status.

       DATA DIVISION.
       FILE SECTION.
           02  LC-LotNumber            PIC X(10).
           02  LC-Qty                  PIC 9(5).

       FD  LandedChargeFile.
           COPY LANDCHG.

       FD  LandedHistFile.
           COPY LANDHIST.

       WORKING-STORAGE SECTION.
       01  WS-OilPrice-Count           PIC 9(3) VALUE ZERO.
       01  WS-OilPrice-Table-Limit     PIC 9(3) VALUE 600.
       01  WS-Backup-Name              PIC X(30)
               VALUE "OILPRICES.DAT".

      * Costed receipt lines of this run, and the lines of any
      * earlier-received PO a late charge is spread over, carrying
      * the landed charges allocated to each.
       01  WS-LandedCharge-Status      PIC XX.
       01  WS-LandedHist-Status        PIC XX.
       01  WS-LandedCharge-Eof         PIC X VALUE "N".
           88  LandedCharge-Eof            VALUE "Y".
       01  WS-POHist-Eof               PIC X VALUE "N".
           88  POHist-Eof                  VALUE "Y".
       01  WS-Landed-Line-Count        PIC 9(3) VALUE ZERO.
       01  WS-Landed-Line-Limit        PIC 9(3) VALUE 200.
       01  LandedLineTable.
           02 Landed-Line-Entry OCCURS 200 TIMES.
               03 LL-PONumber              PIC 9(6).
               03 LL-OilNum                PIC 99.
               03 LL-Qty                   PIC 9(5).
               03 LL-UnitCost              PIC 99V99.
               03 LL-Late                  PIC X.
               03 LL-Freight               PIC 9(7)V99.
               03 LL-Duty                  PIC 9(7)V99.
               03 LL-Customs               PIC 9(7)V99.
       01  WS-Landed-Idx               PIC 9(3).
       01  WS-Last-Line-Idx            PIC 9(3).
       01  WS-Alloc-Qty-Total          PIC 9(7).
       01  WS-Alloc-Value-Total        PIC 9(9)V99.
       01  WS-Alloc-Amount             PIC 9(7)V99.
       01  WS-Alloc-Done               PIC 9(7)V99.
       01  WS-PO-Outstanding           PIC X VALUE "N".
           88  PO-Outstanding              VALUE "Y".

      * Charges carried forward to the next run.
       01  WS-Kept-Charge-Count        PIC 9(3) VALUE ZERO.
       01  KeptChargeTable.
           02 Kept-Charge-Entry OCCURS 200 TIMES.
               03 KC-ChargeRec             PIC X(29).
       01  WS-Charges-Read             PIC 9(5) VALUE ZERO.
       01  WS-Charges-Applied          PIC 9(5) VALUE ZERO.

       01  WS-Rcvd-Line.
           02  GV-OilNum               PIC 99.
           02  FILLER                  PIC X(12)

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM TakeMasterLocks.
           PERFORM OpenExceptionsFile.
           PERFORM LoadOilPriceTable.
           PERFORM OpenLotConsumeFile.
           PERFORM PostNetSales.
           PERFORM PostDeliveryReceipts.
           PERFORM ApplyLandedCharges.
           PERFORM WriteLandedHistory.
           CLOSE LotConsumeFile.
           CLOSE StockMoveFile.
           CLOSE GoodsRcvdFile.
               MOVE WS-New-Basis TO WC-Basis(DR-OilNum)
           END-IF.

      * Every receipt against a PO is kept for the landed-cost
      * spread and the landed-cost history, at the cost it was
      * received at.
       RecordLandedLine.
           IF DR-PONumber > ZERO
               IF WS-Landed-Line-Count < WS-Landed-Line-Limit
                   ADD 1 TO WS-Landed-Line-Count
                   INITIALIZE Landed-Line-Entry(WS-Landed-Line-Count)
                   MOVE DR-PONumber
                       TO LL-PONumber(WS-Landed-Line-Count)
                   MOVE DR-OilNum TO LL-OilNum(WS-Landed-Line-Count)
                   MOVE DR-QtyReceived
                       TO LL-Qty(WS-Landed-Line-Count)
                   MOVE WS-Receipt-Cost
                       TO LL-UnitCost(WS-Landed-Line-Count)
                   MOVE "N" TO LL-Late(WS-Landed-Line-Count)
               ELSE
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "GOODSRCVD" TO EXC-Source
                   MOVE DR-PONumber TO EXC-Key
                   MOVE "LANDED LINE TABLE FULL" TO EXC-Reason
                   WRITE ExceptionRecord
               END-IF
           END-IF.

       ApplyLandedCharges.
           OPEN INPUT LandedChargeFile.
           IF WS-LandedCharge-Status = "00"
               READ LandedChargeFile
                   AT END MOVE "Y" TO WS-LandedCharge-Eof
               END-READ
               PERFORM UNTIL LandedCharge-Eof
                   ADD 1 TO WS-Charges-Read
                   PERFORM ApplyOneLandedCharge
                   READ LandedChargeFile
                       AT END MOVE "Y" TO WS-LandedCharge-Eof
                   END-READ
               END-PERFORM
               CLOSE LandedChargeFile
               PERFORM RewriteLandedChargeFile
               DISPLAY "GOODSRCVD: " WS-Charges-Applied
                   " LANDED CHARGES APPLIED, " WS-Kept-Charge-Count
                   " HELD FOR NEXT RUN"
           END-IF.

      * A charge for a PO not received on this run is spread over
      * the PO's history lines if it was received earlier; one still
      * outstanding is held, and one for an unknown PO is held and
      * reported.
       ApplyOneLandedCharge.
           IF NOT LCG-Freight AND NOT LCG-Duty AND NOT LCG-Customs
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "GOODSRCVD" TO EXC-Source
               MOVE LCG-PONumber TO EXC-Key
               MOVE "INVALID LANDED CHARGE TYPE" TO EXC-Reason
               WRITE ExceptionRecord
               PERFORM KeepLandedCharge
           ELSE
               PERFORM TotalLandedLines
               IF WS-Last-Line-Idx = ZERO
                   PERFORM LoadLatePOLines
                   PERFORM TotalLandedLines
               END-IF
               IF WS-Last-Line-Idx = ZERO
                   PERFORM HoldUnreceivedCharge
               ELSE
                   PERFORM AllocateLandedCharge
                   ADD 1 TO WS-Charges-Applied
               END-IF
           END-IF.

       TotalLandedLines.
           MOVE ZERO TO WS-Alloc-Qty-Total.
           MOVE ZERO TO WS-Alloc-Value-Total.
           MOVE ZERO TO WS-Last-Line-Idx.
           PERFORM VARYING WS-Landed-Idx FROM 1 BY 1
                   UNTIL WS-Landed-Idx > WS-Landed-Line-Count
               IF LL-PONumber(WS-Landed-Idx) = LCG-PONumber
                   ADD LL-Qty(WS-Landed-Idx) TO WS-Alloc-Qty-Total
                   COMPUTE WS-Alloc-Value-Total =
                       WS-Alloc-Value-Total
                       + LL-Qty(WS-Landed-Idx)
                       * LL-UnitCost(WS-Landed-Idx)
                   MOVE WS-Landed-Idx TO WS-Last-Line-Idx
               END-IF
           END-PERFORM.
           IF WS-Alloc-Qty-Total = ZERO
               MOVE ZERO TO WS-Last-Line-Idx
           END-IF.

       LoadLatePOLines.
           MOVE "N" TO WS-POHist-Eof.
           OPEN INPUT POHistFile.
           IF WS-POHist-Status = "00"
               READ POHistFile
                   AT END MOVE "Y" TO WS-POHist-Eof
               END-READ
               PERFORM UNTIL POHist-Eof
                   IF PH2-PONumber = LCG-PONumber
                           AND PH2-QtyReceived > ZERO
                           AND WS-Landed-Line-Count
                               < WS-Landed-Line-Limit
                       ADD 1 TO WS-Landed-Line-Count
                       INITIALIZE
                           Landed-Line-Entry(WS-Landed-Line-Count)
                       MOVE PH2-PONumber
                           TO LL-PONumber(WS-Landed-Line-Count)
                       MOVE PH2-OilNum
                           TO LL-OilNum(WS-Landed-Line-Count)
                       MOVE PH2-QtyReceived
                           TO LL-Qty(WS-Landed-Line-Count)
                       MOVE PH2-UnitCost
                           TO LL-UnitCost(WS-Landed-Line-Count)
                       MOVE "Y" TO LL-Late(WS-Landed-Line-Count)
                   END-IF
                   READ POHistFile
                       AT END MOVE "Y" TO WS-POHist-Eof
                   END-READ
               END-PERFORM
               CLOSE POHistFile
           END-IF.

       HoldUnreceivedCharge.
           MOVE "N" TO WS-PO-Outstanding.
           PERFORM VARYING WS-POCost-Idx FROM 1 BY 1
                   UNTIL WS-POCost-Idx > WS-POCost-Count
               IF PC-PONumber(WS-POCost-Idx) = LCG-PONumber
                   MOVE "Y" TO WS-PO-Outstanding
               END-IF
           END-PERFORM.
           IF NOT PO-Outstanding
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "GOODSRCVD" TO EXC-Source
               MOVE LCG-PONumber TO EXC-Key
               MOVE "LANDED CHARGE FOR UNKNOWN PO" TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.
           PERFORM KeepLandedCharge.

       KeepLandedCharge.
           IF WS-Kept-Charge-Count < 200
               ADD 1 TO WS-Kept-Charge-Count
               MOVE LandedChargeRec
                   TO KC-ChargeRec(WS-Kept-Charge-Count)
           ELSE
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "GOODSRCVD" TO EXC-Source
               MOVE LCG-PONumber TO EXC-Key
               MOVE "LANDED CHARGE DROPPED - TABLE" TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

      * Each line takes its share by quantity or by value; the last
      * line of the PO takes what is left so the pennies add up.
       AllocateLandedCharge.
           MOVE ZERO TO WS-Alloc-Done.
           PERFORM VARYING WS-Landed-Idx FROM 1 BY 1
                   UNTIL WS-Landed-Idx > WS-Last-Line-Idx
               IF LL-PONumber(WS-Landed-Idx) = LCG-PONumber
                   PERFORM AllocateToOneLine
               END-IF
           END-PERFORM.

       AllocateToOneLine.
           IF WS-Landed-Idx = WS-Last-Line-Idx
               COMPUTE WS-Alloc-Amount = LCG-Amount - WS-Alloc-Done
           ELSE
               IF LCG-By-Value AND WS-Alloc-Value-Total > ZERO
                   COMPUTE WS-Alloc-Amount ROUNDED =
                       LCG-Amount * LL-Qty(WS-Landed-Idx)
                       * LL-UnitCost(WS-Landed-Idx)
                       / WS-Alloc-Value-Total
               ELSE
                   COMPUTE WS-Alloc-Amount ROUNDED =
                       LCG-Amount * LL-Qty(WS-Landed-Idx)
                       / WS-Alloc-Qty-Total
               END-IF
           END-IF.
           ADD WS-Alloc-Amount TO WS-Alloc-Done.
           EVALUATE TRUE
               WHEN LCG-Freight
                   ADD WS-Alloc-Amount TO LL-Freight(WS-Landed-Idx)
               WHEN LCG-Duty
                   ADD WS-Alloc-Amount TO LL-Duty(WS-Landed-Idx)
               WHEN OTHER
                   ADD WS-Alloc-Amount TO LL-Customs(WS-Landed-Idx)
           END-EVALUATE.
           MOVE LL-OilNum(WS-Landed-Idx) TO WS-WCost-Idx.
           IF WS-WCost-Idx >= 1 AND WS-WCost-Idx <= 30
                   AND WC-Basis(WS-WCost-Idx) > ZERO
               COMPUTE WC-Cost(WS-WCost-Idx) ROUNDED =
                   ((WC-Basis(WS-WCost-Idx) * WC-Cost(WS-WCost-Idx))
                   + WS-Alloc-Amount) / WC-Basis(WS-WCost-Idx)
           ELSE
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "GOODSRCVD" TO EXC-Source
               MOVE LCG-PONumber TO EXC-Key
               MOVE "NO COST BASIS FOR LANDED CHG" TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       RewriteLandedChargeFile.
           OPEN OUTPUT LandedChargeFile.
           PERFORM VARYING WS-Landed-Idx FROM 1 BY 1
                   UNTIL WS-Landed-Idx > WS-Kept-Charge-Count
               MOVE KC-ChargeRec(WS-Landed-Idx) TO LandedChargeRec
               WRITE LandedChargeRec
           END-PERFORM.
           CLOSE LandedChargeFile.

      * Late-charge lines carry no quantity of their own: the
      * quantity was recorded when the PO was received.
       WriteLandedHistory.
           IF WS-Landed-Line-Count > ZERO
               OPEN EXTEND LandedHistFile
               IF WS-LandedHist-Status = "35"
                   OPEN OUTPUT LandedHistFile
               END-IF
               PERFORM VARYING WS-Landed-Idx FROM 1 BY 1
                       UNTIL WS-Landed-Idx > WS-Landed-Line-Count
                   MOVE WS-Run-Date TO LDH-PostDate
                   MOVE LL-PONumber(WS-Landed-Idx) TO LDH-PONumber
                   MOVE LL-OilNum(WS-Landed-Idx) TO LDH-OilNum
                   IF LL-Late(WS-Landed-Idx) = "Y"
                       MOVE ZERO TO LDH-Qty
                   ELSE
                       MOVE LL-Qty(WS-Landed-Idx) TO LDH-Qty
                   END-IF
                   MOVE LL-UnitCost(WS-Landed-Idx) TO LDH-UnitCost
                   MOVE LL-Freight(WS-Landed-Idx) TO LDH-Freight
                   MOVE LL-Duty(WS-Landed-Idx) TO LDH-Duty
                   MOVE LL-Customs(WS-Landed-Idx) TO LDH-Customs
                   WRITE LandedHistRec
               END-PERFORM
               CLOSE LandedHistFile
           END-IF.

       RewriteOilWCostFile.
           OPEN OUTPUT OilWCostFile.
           PERFORM VARYING WS-WCost-Idx FROM 1 BY 1
               MOVE WS-Rcvd-Line TO GoodsRcvdLine
               WRITE GoodsRcvdLine
               PERFORM UpdateWeightedCost
               PERFORM RecordLandedLine
               PERFORM AddReceiptLot
               PERFORM RecordReceivedPO
           ELSE
