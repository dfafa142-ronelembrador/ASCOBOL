      ******************************************************************
      * Author:
      * Date:
      * Purpose: Post-close posting of the shop counter's item-level
      *          till sales. Each line item on TILLTRANS.DAT (oil,
      *          unit size, quantity) relieves the shop branch's row
      *          on AROMABRSTOCK.DAT and the oil's stock-on-hand on
      *          OILPRICES.DAT, drawing on the oldest lots first as
      *          GoodsReceived does for order sales, and each posting
      *          goes to the STOCKMOVES.DAT ledger as a SHOP SALE.
      *          The day's shop units and value per oil, priced at
      *          the size price in force, are appended to
      *          AROMASALEHIST.DAT under the shop channel so the oil
      *          analysis sees counter sales. A refund puts its items
      *          back into stock as a SHOP REFND and goes to the
      *          history as shop return units; a void reverses the
      *          sale it names the same way, as a SHOP VOID, so the
      *          original's stock relief is undone. SHOPPOSTCTL.DAT
      *          holds the last date posted and a second run for the
      *          same day is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopSalesPost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TillTransFile ASSIGN TO "TILLTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TillTrans-Status.
           SELECT OilPriceFile ASSIGN TO "OILPRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilPrice-Status.
           SELECT BranchStockFile ASSIGN TO "AROMABRSTOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchStock-Status.
           SELECT OilLotFile ASSIGN TO "OILLOTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilLot-Status.
           SELECT LotConsumeFile ASSIGN TO "LOTCONSUME.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LotConsume-Status.
           SELECT StockMoveFile ASSIGN TO "STOCKMOVES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-StockMove-Status.
           SELECT SaleHistFile ASSIGN TO "AROMASALEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SaleHist-Status.
           SELECT ShopCtlFile ASSIGN TO "SHOPPOSTCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ShopCtl-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TillTransFile.
           COPY TILLTRAN.

       FD  OilPriceFile.
           COPY OILPRICE.

       FD  BranchStockFile.
       01  BranchStockRec.
           02  BS-Branch               PIC 99.
           02  BS-OilNum               PIC 99.
           02  BS-Stock                PIC 9(5).

       FD  OilLotFile.
           COPY OILLOT.

       FD  LotConsumeFile.
       01  LotConsumeRec.
           02  LC-ConsDate             PIC 9(8).
           02  LC-OilNum               PIC 99.
           02  LC-LotNumber            PIC X(10).
           02  LC-Qty                  PIC 9(5).

       FD  StockMoveFile.
           COPY STKMOVE.

       FD  SaleHistFile.
           COPY SALEHIST.

       FD  ShopCtlFile.
       01  ShopCtlRec.
           02  SC-LastPostDate         PIC 9(8).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-TillTrans-Status         PIC XX.
       01  WS-OilPrice-Status          PIC XX.
       01  WS-BranchStock-Status       PIC XX.
       01  WS-OilLot-Status            PIC XX.
       01  WS-LotConsume-Status        PIC XX.
       01  WS-StockMove-Status         PIC XX.
       01  WS-SaleHist-Status          PIC XX.
       01  WS-ShopCtl-Status           PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Last-Post-Date           PIC 9(8) VALUE ZERO.
       01  WS-Backup-Name              PIC X(30)
               VALUE "OILPRICES.DAT".

       01  WS-Eof-Switches.
           02  WS-Till-Eof             PIC X VALUE "N".
               88  Till-Eof                VALUE "Y".
           02  WS-OilPrice-Eof         PIC X VALUE "N".
               88  OilPrice-Eof            VALUE "Y".
           02  WS-BranchStock-Eof      PIC X VALUE "N".
               88  BranchStock-Eof         VALUE "Y".
           02  WS-OilLot-Eof           PIC X VALUE "N".
               88  OilLot-Eof              VALUE "Y".

       01  WS-OilPrice-Count           PIC 9(3) VALUE ZERO.
       01  WS-OilPrice-Table-Limit     PIC 9(3) VALUE 600.
       01  WS-OilTable-Full            PIC X VALUE "N".
           88  OilTable-Full               VALUE "Y".
       01  OilPriceTable.
           02 OilPrice-Entry OCCURS 600 TIMES
                   DEPENDING ON WS-OilPrice-Count.
               03 GR-TableOilNum           PIC 99.
               03 GR-TableCost2ML          PIC 99V99.
               03 GR-TableCost5ML          PIC 99V99.
               03 GR-TableCost9ML          PIC 99V99.
               03 GR-TableStock            PIC S9(5).
               03 GR-TableEffDate          PIC 9(8).
       01  WS-Table-Idx                PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
       01  WS-Best-EffDate             PIC 9(8).
       01  WS-Entry-Found              PIC X VALUE "N".
           88  Entry-Found                 VALUE "Y".
       01  WS-Lookup-OilNum            PIC 99.

       01  WS-BrStock-Count            PIC 9(3) VALUE ZERO.
       01  WS-BrStock-Table-Limit      PIC 9(3) VALUE 270.
       01  WS-BrStock-Table-Full       PIC X VALUE "N".
           88  BrStock-Table-Full          VALUE "Y".
       01  WS-BrStock-Avail            PIC X.
           88  BrStock-Avail               VALUE "Y".
       01  BranchStockTable.
           02 BrStock-Entry OCCURS 270 TIMES
                   DEPENDING ON WS-BrStock-Count.
               03 BT-Branch                PIC 99.
               03 BT-OilNum                PIC 99.
               03 BT-Stock                 PIC S9(5).
       01  WS-BrStock-Idx              PIC 9(3).
       01  WS-BrStock-Found-Idx        PIC 9(3).
       01  WS-BrStock-Found            PIC X VALUE "N".
           88  BrStock-Found               VALUE "Y".
       01  WS-Post-Branch              PIC 99.
       01  WS-Post-OilNum              PIC 99.

       01  WS-Lot-Count                PIC 9(3) VALUE ZERO.
       01  WS-Lot-Table-Limit          PIC 9(3) VALUE 300.
       01  WS-Lot-Table-Full           PIC X VALUE "N".
           88  Lot-Table-Full              VALUE "Y".
       01  LotTable.
           02 Lot-Entry OCCURS 300 TIMES
                   DEPENDING ON WS-Lot-Count.
               03 LT-OilNum                PIC 99.
               03 LT-LotNumber             PIC X(10).
               03 LT-ExpiryDate            PIC 9(8).
               03 LT-Qty                   PIC S9(5).
               03 LT-RcptDate              PIC 9(8).
       01  WS-Lot-Idx                  PIC 9(3).
       01  WS-Oldest-Lot-Idx           PIC 9(3).
       01  WS-Oldest-Lot-Date          PIC 9(8).
       01  WS-Consume-Remaining        PIC S9(6).
       01  WS-Consume-Qty              PIC 9(5).

      * The day's shop units and value per oil for the history.
       01  WS-Shop-Totals.
           02  Shop-Oil-Entry OCCURS 30 TIMES.
               03  SO-Units            PIC 9(5).
               03  SO-Returns          PIC 9(5).
               03  SO-Value            PIC S9(7)V99.
       01  WS-Oil-Idx                  PIC 99.

       01  WS-Item-Idx                 PIC 99.
       01  WS-Item-Count               PIC 99.
       01  WS-Unit-Price               PIC 99V99.
       01  WS-Line-Value               PIC 9(7)V99.
       01  WS-Trans-Read               PIC 9(5) VALUE ZERO.
       01  WS-Voids-Reversed           PIC 9(5) VALUE ZERO.
       01  WS-Move-Qty                 PIC S9(5).
       01  WS-Items-Posted             PIC 9(5) VALUE ZERO.
       01  WS-Items-Rejected           PIC 9(5) VALUE ZERO.
       01  WS-Units-Posted             PIC 9(7) VALUE ZERO.

       01  WS-Lock-Action              PIC X(5).
       01  WS-Lock-File                PIC X(30).
       01  WS-Lock-Program             PIC X(20)
               VALUE "ShopSalesPost".
       01  WS-Lock-Result              PIC X.
       01  WS-Lock-Holder              PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM CheckAlreadyPosted.
           PERFORM TakeMasterLocks.
           PERFORM OpenExceptionsFile.
           PERFORM LoadOilPriceTable.
           IF OilTable-Full
               DISPLAY "SHOPSALESPOST: OIL PRICE TABLE FULL - "
                   "NOTHING POSTED, PURGE OLD DATED RECORDS"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               PERFORM ClearMasterLocks
               STOP RUN
           END-IF.
           PERFORM LoadBranchStockTable.
           PERFORM LoadLotTable.
           INITIALIZE WS-Shop-Totals.
           PERFORM OpenStockMoveFile.
           PERFORM OpenLotConsumeFile.
           PERFORM PostTillTransactions.
           CLOSE LotConsumeFile.
           CLOSE StockMoveFile.
           PERFORM AppendShopSalesHistory.
           PERFORM RewriteLotFile.
           PERFORM RewriteOilPriceFile.
           PERFORM RewriteBranchStockFile.
           PERFORM RecordPostDate.
           CLOSE ExceptionsFile.
           PERFORM ClearMasterLocks.
           DISPLAY "SHOPSALESPOST: " WS-Trans-Read
               " TRANSACTIONS, " WS-Items-Posted " ITEMS POSTED ("
               WS-Units-Posted " UNITS), " WS-Items-Rejected
               " ITEMS REJECTED, " WS-Voids-Reversed " VOIDS".
           STOP RUN.

      * The till file is the day's file, so one posting per day.
       CheckAlreadyPosted.
           OPEN INPUT ShopCtlFile.
           IF WS-ShopCtl-Status = "00"
               READ ShopCtlFile
                   AT END MOVE ZERO TO SC-LastPostDate
               END-READ
               MOVE SC-LastPostDate TO WS-Last-Post-Date
               CLOSE ShopCtlFile
           END-IF.
           IF WS-Run-Date-Num <= WS-Last-Post-Date
               DISPLAY "SHOPSALESPOST: SHOP SALES ALREADY POSTED FOR "
                   WS-Last-Post-Date " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       RecordPostDate.
           OPEN OUTPUT ShopCtlFile.
           MOVE WS-Run-Date-Num TO SC-LastPostDate.
           WRITE ShopCtlRec.
           CLOSE ShopCtlFile.

      * Both masters are locked up front; failing the second lock
      * releases the first before refusing the run.
       TakeMasterLocks.
           MOVE "SET" TO WS-Lock-Action.
           MOVE "OILPRICES.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "SHOPSALESPOST: OILPRICES.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "AROMABRSTOCK.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           IF WS-Lock-Result NOT = "Y"
               DISPLAY "SHOPSALESPOST: AROMABRSTOCK.DAT LOCKED BY "
                   WS-Lock-Holder " - RUN REFUSED"
               MOVE "CLEAR" TO WS-Lock-Action
               MOVE "OILPRICES.DAT" TO WS-Lock-File
               CALL "FileLock" USING WS-Lock-Action WS-Lock-File
                   WS-Lock-Program WS-Lock-Result WS-Lock-Holder
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ClearMasterLocks.
           MOVE "CLEAR" TO WS-Lock-Action.
           MOVE "OILPRICES.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.
           MOVE "AROMABRSTOCK.DAT" TO WS-Lock-File.
           CALL "FileLock" USING WS-Lock-Action WS-Lock-File
               WS-Lock-Program WS-Lock-Result WS-Lock-Holder.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       OpenStockMoveFile.
           OPEN EXTEND StockMoveFile.
           IF WS-StockMove-Status = "35"
               OPEN OUTPUT StockMoveFile
           END-IF.

       OpenLotConsumeFile.
           OPEN EXTEND LotConsumeFile.
           IF WS-LotConsume-Status = "35"
               OPEN OUTPUT LotConsumeFile
           END-IF.

       LoadOilPriceTable.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-Status = "00"
               READ OilPriceFile
                   AT END MOVE "Y" TO WS-OilPrice-Eof
               END-READ
               PERFORM UNTIL OilPrice-Eof
                   IF WS-OilPrice-Count >= WS-OilPrice-Table-Limit
                       MOVE "Y" TO WS-OilTable-Full
                       MOVE "Y" TO WS-OilPrice-Eof
                   ELSE
                       ADD 1 TO WS-OilPrice-Count
                       MOVE OP-OilNum
                           TO GR-TableOilNum(WS-OilPrice-Count)
                       MOVE OP-Cost2ML
                           TO GR-TableCost2ML(WS-OilPrice-Count)
                       MOVE OP-Cost5ML
                           TO GR-TableCost5ML(WS-OilPrice-Count)
                       MOVE OP-Cost9ML
                           TO GR-TableCost9ML(WS-OilPrice-Count)
                       MOVE OP-OilStock
                           TO GR-TableStock(WS-OilPrice-Count)
                       MOVE OP-EffDate
                           TO GR-TableEffDate(WS-OilPrice-Count)
                   END-IF
                   READ OilPriceFile
                       AT END MOVE "Y" TO WS-OilPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       LoadBranchStockTable.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-Status = "00"
               READ BranchStockFile
                   AT END MOVE "Y" TO WS-BranchStock-Eof
               END-READ
               PERFORM UNTIL BranchStock-Eof
                   IF WS-BrStock-Count < WS-BrStock-Table-Limit
                       ADD 1 TO WS-BrStock-Count
                       MOVE BS-Branch TO BT-Branch(WS-BrStock-Count)
                       MOVE BS-OilNum TO BT-OilNum(WS-BrStock-Count)
                       MOVE BS-Stock TO BT-Stock(WS-BrStock-Count)
                   END-IF
                   READ BranchStockFile
                       AT END MOVE "Y" TO WS-BranchStock-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       LoadLotTable.
           OPEN INPUT OilLotFile.
           IF WS-OilLot-Status = "00"
               READ OilLotFile
                   AT END MOVE "Y" TO WS-OilLot-Eof
               END-READ
               PERFORM UNTIL OilLot-Eof
                   IF WS-Lot-Count >= WS-Lot-Table-Limit
                       MOVE "Y" TO WS-Lot-Table-Full
                       MOVE "Y" TO WS-OilLot-Eof
                   ELSE
                       ADD 1 TO WS-Lot-Count
                       MOVE LOT-OilNum TO LT-OilNum(WS-Lot-Count)
                       MOVE LOT-LotNumber
                           TO LT-LotNumber(WS-Lot-Count)
                       MOVE LOT-ExpiryDate
                           TO LT-ExpiryDate(WS-Lot-Count)
                       MOVE LOT-QtyRemaining
                           TO LT-Qty(WS-Lot-Count)
                       MOVE LOT-RcptDate
                           TO LT-RcptDate(WS-Lot-Count)
                   END-IF
                   READ OilLotFile
                       AT END MOVE "Y" TO WS-OilLot-Eof
                   END-READ
               END-PERFORM
               CLOSE OilLotFile
           END-IF.
           IF Lot-Table-Full
               DISPLAY "SHOPSALESPOST: LOT TABLE FULL - LOTS BEYOND "
                   WS-Lot-Table-Limit " NOT TRACKED"
           END-IF.

       PostTillTransactions.
           OPEN INPUT TillTransFile.
           IF WS-TillTrans-Status = "00"
               READ TillTransFile
                   AT END MOVE "Y" TO WS-Till-Eof
               END-READ
               PERFORM UNTIL Till-Eof
                   ADD 1 TO WS-Trans-Read
                   PERFORM PostOneTransaction
                   READ TillTransFile
                       AT END MOVE "Y" TO WS-Till-Eof
                   END-READ
               END-PERFORM
               CLOSE TillTransFile
           END-IF.

      * A record from a till not yet sending items carries a blank
      * item count and has nothing to post.
       PostOneTransaction.
           IF TT-Void
               ADD 1 TO WS-Voids-Reversed
           END-IF.
           IF TT-ItemCount IS NUMERIC
               MOVE TT-ItemCount TO WS-Item-Count
               IF WS-Item-Count > 20
                   MOVE 20 TO WS-Item-Count
               END-IF
               PERFORM PostOneItem
                   VARYING WS-Item-Idx FROM 1 BY 1
                   UNTIL WS-Item-Idx > WS-Item-Count
           END-IF.

       PostOneItem.
           MOVE TI-OilNum(WS-Item-Idx) TO WS-Lookup-OilNum.
           PERFORM FindOilEntry.
           EVALUATE TRUE
               WHEN TT-Branch NOT NUMERIC OR TT-Branch = ZERO
                   MOVE "NO SHOP BRANCH ON TILL" TO EXC-Reason
                   PERFORM RejectItem
               WHEN TI-OilNum(WS-Item-Idx) < 1
                       OR TI-OilNum(WS-Item-Idx) > 30
                       OR NOT Entry-Found
                   MOVE "OIL NOT ON PRICE MASTER" TO EXC-Reason
                   PERFORM RejectItem
               WHEN TI-UnitSize(WS-Item-Idx) < 1
                       OR TI-UnitSize(WS-Item-Idx) > 3
                   MOVE "INVALID UNIT SIZE" TO EXC-Reason
                   PERFORM RejectItem
               WHEN TI-Qty(WS-Item-Idx) = ZERO
                   MOVE "ZERO QUANTITY" TO EXC-Reason
                   PERFORM RejectItem
               WHEN OTHER
                   PERFORM RelieveShopStock
                   PERFORM FindPriceInForce
                   COMPUTE WS-Line-Value =
                       TI-Qty(WS-Item-Idx) * WS-Unit-Price
                   MOVE TI-OilNum(WS-Item-Idx) TO WS-Oil-Idx
                   IF TT-Refund OR TT-Void
                       ADD TI-Qty(WS-Item-Idx)
                           TO SO-Returns(WS-Oil-Idx)
                       SUBTRACT WS-Line-Value FROM SO-Value(WS-Oil-Idx)
                   ELSE
                       ADD TI-Qty(WS-Item-Idx) TO SO-Units(WS-Oil-Idx)
                       ADD WS-Line-Value TO SO-Value(WS-Oil-Idx)
                   END-IF
                   ADD 1 TO WS-Items-Posted
                   ADD TI-Qty(WS-Item-Idx) TO WS-Units-Posted
           END-EVALUATE.

       RejectItem.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "SHOPSALES" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING TT-TranNo "/" TI-OilNum(WS-Item-Idx)
               DELIMITED BY SIZE INTO EXC-Key.
           WRITE ExceptionRecord.
           ADD 1 TO WS-Items-Rejected.

      * The shop branch's row and the central stock-on-hand both come
      * down, each with its own movement-ledger entry. Branch stock
      * is clamped at zero as GoodsReceived clamps it. A refund
      * moves the same way in reverse, without touching the lots,
      * as order-sale returns do, and so does a void.
       RelieveShopStock.
           EVALUATE TRUE
               WHEN TT-Refund
                   MOVE TI-Qty(WS-Item-Idx) TO WS-Move-Qty
                   MOVE "SHOP REFND" TO SM-Source
               WHEN TT-Void
                   MOVE TI-Qty(WS-Item-Idx) TO WS-Move-Qty
                   MOVE "SHOP VOID" TO SM-Source
               WHEN OTHER
                   COMPUTE WS-Move-Qty = ZERO - TI-Qty(WS-Item-Idx)
                   MOVE "SHOP SALE" TO SM-Source
                   MOVE TI-Qty(WS-Item-Idx) TO WS-Consume-Remaining
                   PERFORM ConsumeLotsOldestFirst
           END-EVALUATE.
           MOVE TT-Branch TO WS-Post-Branch.
           MOVE TI-OilNum(WS-Item-Idx) TO WS-Post-OilNum.
           PERFORM FindBranchStockEntry.
           IF BrStock-Avail
               ADD WS-Move-Qty TO BT-Stock(WS-BrStock-Found-Idx)
               IF BT-Stock(WS-BrStock-Found-Idx) < ZERO
                   MOVE ZERO TO BT-Stock(WS-BrStock-Found-Idx)
               END-IF
               MOVE TI-OilNum(WS-Item-Idx) TO SM-OilNum
               MOVE TT-Branch TO SM-Branch
               MOVE WS-Move-Qty TO SM-Qty
               MOVE BT-Stock(WS-BrStock-Found-Idx) TO SM-Balance
               PERFORM WriteStockMovement
           END-IF.
           ADD WS-Move-Qty TO GR-TableStock(WS-Found-Idx).
           IF GR-TableStock(WS-Found-Idx) < ZERO
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "SHOPSALES" TO EXC-Source
               MOVE TI-OilNum(WS-Item-Idx) TO EXC-Key
               MOVE "STOCK DRIVEN NEGATIVE" TO EXC-Reason
               WRITE ExceptionRecord
               MOVE ZERO TO GR-TableStock(WS-Found-Idx)
           END-IF.
           MOVE TI-OilNum(WS-Item-Idx) TO SM-OilNum.
           MOVE ZERO TO SM-Branch.
           MOVE WS-Move-Qty TO SM-Qty.
           MOVE GR-TableStock(WS-Found-Idx) TO SM-Balance.
           PERFORM WriteStockMovement.

      * Stock is carried on each oil's latest-dated price record, so
      * sales post against that record and earlier dated records
      * keep their history untouched.
       FindOilEntry.
           MOVE "N" TO WS-Entry-Found.
           MOVE ZERO TO WS-Best-EffDate.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-OilPrice-Count
               IF GR-TableOilNum(WS-Table-Idx) = WS-Lookup-OilNum
                       AND GR-TableEffDate(WS-Table-Idx)
                           >= WS-Best-EffDate
                   MOVE "Y" TO WS-Entry-Found
                   MOVE WS-Table-Idx TO WS-Found-Idx
                   MOVE GR-TableEffDate(WS-Table-Idx)
                       TO WS-Best-EffDate
               END-IF
           END-PERFORM.

      * The selling price is the one on the oil's latest record
      * already in force, which may be older than the stock record
      * when a price change is loaded ahead of its date.
       FindPriceInForce.
           MOVE ZERO TO WS-Unit-Price.
           MOVE ZERO TO WS-Best-EffDate.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-OilPrice-Count
               IF GR-TableOilNum(WS-Table-Idx)
                       = TI-OilNum(WS-Item-Idx)
                       AND GR-TableEffDate(WS-Table-Idx)
                           <= WS-Run-Date-Num
                       AND GR-TableEffDate(WS-Table-Idx)
                           >= WS-Best-EffDate
                   MOVE GR-TableEffDate(WS-Table-Idx)
                       TO WS-Best-EffDate
                   EVALUATE TI-UnitSize(WS-Item-Idx)
                       WHEN 1
                           MOVE GR-TableCost2ML(WS-Table-Idx)
                               TO WS-Unit-Price
                       WHEN 2
                           MOVE GR-TableCost5ML(WS-Table-Idx)
                               TO WS-Unit-Price
                       WHEN 3
                           MOVE GR-TableCost9ML(WS-Table-Idx)
                               TO WS-Unit-Price
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * Finds (adding if absent) the branch-stock entry for the
      * branch/oil pair in WS-Post-Branch/WS-Post-OilNum.
       FindBranchStockEntry.
           MOVE "Y" TO WS-BrStock-Avail.
           MOVE "N" TO WS-BrStock-Found.
           PERFORM VARYING WS-BrStock-Idx FROM 1 BY 1
                   UNTIL WS-BrStock-Idx > WS-BrStock-Count
                       OR BrStock-Found
               IF BT-Branch(WS-BrStock-Idx) = WS-Post-Branch
                       AND BT-OilNum(WS-BrStock-Idx) = WS-Post-OilNum
                   MOVE "Y" TO WS-BrStock-Found
                   MOVE WS-BrStock-Idx TO WS-BrStock-Found-Idx
               END-IF
           END-PERFORM.
           IF NOT BrStock-Found
               IF WS-BrStock-Count >= WS-BrStock-Table-Limit
                   MOVE "N" TO WS-BrStock-Avail
                   IF NOT BrStock-Table-Full
                       MOVE "Y" TO WS-BrStock-Table-Full
                       DISPLAY "SHOPSALESPOST: BRANCH STOCK TABLE "
                           "FULL - POSTING SKIPPED FOR BRANCH "
                           WS-Post-Branch " OIL " WS-Post-OilNum
                   END-IF
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "SHOPSALES" TO EXC-Source
                   MOVE WS-Post-OilNum TO EXC-Key
                   MOVE "BRANCH STOCK TABLE FULL" TO EXC-Reason
                   WRITE ExceptionRecord
               ELSE
                   ADD 1 TO WS-BrStock-Count
                   MOVE WS-Post-Branch TO BT-Branch(WS-BrStock-Count)
                   MOVE WS-Post-OilNum
                       TO BT-OilNum(WS-BrStock-Count)
                   MOVE ZERO TO BT-Stock(WS-BrStock-Count)
                   MOVE WS-BrStock-Count TO WS-BrStock-Found-Idx
               END-IF
           END-IF.

      * Counter sales come off the oldest lot first, one consumption
      * record per lot drawn on, as order sales do.
       ConsumeLotsOldestFirst.
           PERFORM UNTIL WS-Consume-Remaining <= ZERO
               MOVE ZERO TO WS-Oldest-Lot-Idx
               MOVE 99999999 TO WS-Oldest-Lot-Date
               PERFORM VARYING WS-Lot-Idx FROM 1 BY 1
                       UNTIL WS-Lot-Idx > WS-Lot-Count
                   IF LT-OilNum(WS-Lot-Idx) = TI-OilNum(WS-Item-Idx)
                           AND LT-Qty(WS-Lot-Idx) > ZERO
                           AND LT-RcptDate(WS-Lot-Idx)
                               < WS-Oldest-Lot-Date
                       MOVE WS-Lot-Idx TO WS-Oldest-Lot-Idx
                       MOVE LT-RcptDate(WS-Lot-Idx)
                           TO WS-Oldest-Lot-Date
                   END-IF
               END-PERFORM
               IF WS-Oldest-Lot-Idx = ZERO
                   MOVE ZERO TO WS-Consume-Remaining
               ELSE
                   IF LT-Qty(WS-Oldest-Lot-Idx)
                           >= WS-Consume-Remaining
                       MOVE WS-Consume-Remaining TO WS-Consume-Qty
                   ELSE
                       MOVE LT-Qty(WS-Oldest-Lot-Idx)
                           TO WS-Consume-Qty
                   END-IF
                   SUBTRACT WS-Consume-Qty
                       FROM LT-Qty(WS-Oldest-Lot-Idx)
                   SUBTRACT WS-Consume-Qty
                       FROM WS-Consume-Remaining
                   MOVE WS-Run-Date TO LC-ConsDate
                   MOVE TI-OilNum(WS-Item-Idx) TO LC-OilNum
                   MOVE LT-LotNumber(WS-Oldest-Lot-Idx)
                       TO LC-LotNumber
                   MOVE WS-Consume-Qty TO LC-Qty
                   WRITE LotConsumeRec
               END-IF
           END-PERFORM.

       WriteStockMovement.
           MOVE WS-Run-Date TO SM-MoveDate.
           WRITE StockMoveRec.

       AppendShopSalesHistory.
           OPEN EXTEND SaleHistFile.
           IF WS-SaleHist-Status = "35"
               OPEN OUTPUT SaleHistFile
           END-IF.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1 UNTIL WS-Oil-Idx > 30
               IF SO-Units(WS-Oil-Idx) > ZERO
                       OR SO-Returns(WS-Oil-Idx) > ZERO
                   MOVE WS-Run-Date TO SH-RunDate
                   MOVE WS-Oil-Idx TO SH-OilNum
                   MOVE SO-Units(WS-Oil-Idx) TO SH-GrossUnits
                   MOVE SO-Returns(WS-Oil-Idx) TO SH-ReturnUnits
                   MOVE SO-Value(WS-Oil-Idx) TO SH-NetValue
                   MOVE "S" TO SH-Channel
                   WRITE SaleHistRec
               END-IF
           END-PERFORM.
           CLOSE SaleHistFile.

      * Exhausted lots drop off the file; their consumption trail
      * lives on LOTCONSUME.DAT.
       RewriteLotFile.
           OPEN OUTPUT OilLotFile.
           PERFORM VARYING WS-Lot-Idx FROM 1 BY 1
                   UNTIL WS-Lot-Idx > WS-Lot-Count
               IF LT-Qty(WS-Lot-Idx) > ZERO
                   MOVE LT-OilNum(WS-Lot-Idx) TO LOT-OilNum
                   MOVE LT-LotNumber(WS-Lot-Idx) TO LOT-LotNumber
                   MOVE LT-ExpiryDate(WS-Lot-Idx)
                       TO LOT-ExpiryDate
                   MOVE LT-Qty(WS-Lot-Idx) TO LOT-QtyRemaining
                   MOVE LT-RcptDate(WS-Lot-Idx) TO LOT-RcptDate
                   WRITE OilLotRec
               END-IF
           END-PERFORM.
           CLOSE OilLotFile.

       RewriteOilPriceFile.
           CALL "GenBackup" USING WS-Backup-Name.
           OPEN OUTPUT OilPriceFile.
           PERFORM VARYING WS-Table-Idx FROM 1 BY 1
                   UNTIL WS-Table-Idx > WS-OilPrice-Count
               MOVE GR-TableOilNum(WS-Table-Idx) TO OP-OilNum
               MOVE GR-TableCost2ML(WS-Table-Idx) TO OP-Cost2ML
               MOVE GR-TableCost5ML(WS-Table-Idx) TO OP-Cost5ML
               MOVE GR-TableCost9ML(WS-Table-Idx) TO OP-Cost9ML
               MOVE GR-TableStock(WS-Table-Idx) TO OP-OilStock
               MOVE GR-TableEffDate(WS-Table-Idx) TO OP-EffDate
               WRITE OilPriceRec
           END-PERFORM.
           CLOSE OilPriceFile.

       RewriteBranchStockFile.
           OPEN OUTPUT BranchStockFile.
           PERFORM VARYING WS-BrStock-Idx FROM 1 BY 1
                   UNTIL WS-BrStock-Idx > WS-BrStock-Count
               MOVE BT-Branch(WS-BrStock-Idx) TO BS-Branch
               MOVE BT-OilNum(WS-BrStock-Idx) TO BS-OilNum
               IF BT-Stock(WS-BrStock-Idx) < ZERO
                   MOVE ZERO TO BS-Stock
               ELSE
                   MOVE BT-Stock(WS-BrStock-Idx) TO BS-Stock
               END-IF
               WRITE BranchStockRec
           END-PERFORM.
           CLOSE BranchStockFile.

       END PROGRAM ShopSalesPost.
