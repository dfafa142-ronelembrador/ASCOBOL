      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the supplier price-list feed (SUPPPRICE.DAT,
      *          registered on INTERFACEREG.DAT as feed SUPPRICE with
      *          the T count trailer, so InterfaceCheck verifies it
      *          before BatchDriver lets this step run) into the
      *          supplier quoted-cost file SUPPCOST.DAT. Each D line
      *          gives a supplier, an oil, the date the price takes
      *          effect and the new unit cost. A line whose supplier
      *          is not on SUPPLIER.DAT, whose oil is not on
      *          OILMASTER.DAT, whose cost is zero or whose effective
      *          date is not a real date is rejected to the
      *          exceptions file. A cost that rises or falls by more
      *          than the review percentage on SUPPPRICEPARM.DAT
      *          (10% when the file is absent) is held on
      *          SUPPCOSTPEND.DAT for the buyer to approve or decline
      *          through SuppCostReview, and a change dated after
      *          today is held until its date comes round; anything
      *          else is applied at once. Each run first applies the
      *          held changes that have fallen due - future-dated
      *          ones and those the buyer has approved - a later
      *          price for the same supplier and oil superseding an
      *          earlier one. SUPPPRICERPT.DAT reports every change
      *          with its old and new cost, the move and what became
      *          of it. A generation backup of SUPPCOST.DAT is taken
      *          before it is rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierPriceLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceFeedFile ASSIGN TO "SUPPPRICE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PriceFeed-Status.
           SELECT PriceParmFile ASSIGN TO "SUPPPRICEPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PriceParm-Status.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Supplier-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT SuppCostFile ASSIGN TO "SUPPCOST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppCost-Status.
           SELECT SuppCostPendFile ASSIGN TO "SUPPCOSTPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppCostPend-Status.
           SELECT PriceRptFile ASSIGN TO "SUPPPRICERPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PriceFeedFile.
       01  PriceFeedRec.
           02  PF-RecType              PIC X.
               88  PF-Detail               VALUE "D".
               88  PF-FileTrailer          VALUE "T".
           02  PF-Body                 PIC X(30).
       01  PriceDetailRec.
           02  FILLER                  PIC X.
           02  PF-SupplierCode         PIC 9(3).
           02  PF-OilNum               PIC 99.
           02  PF-EffectiveDate        PIC 9(8).
           02  PF-UnitCost             PIC 99V99.

       FD  PriceParmFile.
       01  PriceParmRec.
           02  PX-ReviewPct            PIC 9(3).

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  SuppCostFile.
           COPY SUPPCOST.

       FD  SuppCostPendFile.
           COPY SUPPCPEND.

       FD  PriceRptFile.
       01  PriceRptLine                PIC X(100).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-PriceFeed-Status         PIC XX.
       01  WS-PriceParm-Status         PIC XX.
       01  WS-Supplier-Status          PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-SuppCost-Status          PIC XX.
       01  WS-SuppCostPend-Status      PIC XX.
       01  WS-Exceptions-Status        PIC XX.

       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Backup-Name              PIC X(30) VALUE "SUPPCOST.DAT".

       01  WS-Review-Pct               PIC 9(3) VALUE 10.

       01  WS-Eof-Switches.
           02  WS-PriceFeed-Eof        PIC X VALUE "N".
               88  PriceFeed-Eof           VALUE "Y".
           02  WS-Supplier-Eof         PIC X VALUE "N".
               88  Supplier-Eof            VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-SuppCost-Eof         PIC X VALUE "N".
               88  SuppCost-Eof            VALUE "Y".
           02  WS-SuppCostPend-Eof     PIC X VALUE "N".
               88  SuppCostPend-Eof        VALUE "Y".

       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  WS-Supplier-Table-Limit     PIC 9(3) VALUE 200.
       01  SupplierTable.
           02 Supplier-Entry OCCURS 200 TIMES
                   DEPENDING ON WS-Supplier-Count.
               03 SU-Code                  PIC 9(3).
       01  WS-Supplier-Idx             PIC 9(3).
       01  WS-Supplier-Found           PIC X VALUE "N".
           88  Supplier-Found              VALUE "Y".

      * An oil the master does not carry is rejected; with no master
      * on file every oil 01-30 is taken as known.
       01  WS-Oil-Master-Loaded        PIC X VALUE "N".
           88  Oil-Master-Loaded           VALUE "Y".
       01  OilNameTable.
           02 ON-OnMaster              PIC X OCCURS 30 TIMES.
           02 ON-OilName               PIC X(20) OCCURS 30 TIMES.

       01  WS-Cost-Count               PIC 9(3) VALUE ZERO.
       01  WS-Cost-Table-Limit         PIC 9(3) VALUE 300.
       01  SuppCostTable.
           02 Cost-Entry OCCURS 300 TIMES
                   DEPENDING ON WS-Cost-Count.
               03 CO-SupplierCode          PIC 9(3).
               03 CO-OilNum                PIC 99.
               03 CO-UnitCost              PIC 99V99.
       01  WS-Cost-Idx                 PIC 9(3).
       01  WS-Cost-Found-Idx           PIC 9(3).
       01  WS-Cost-Found               PIC X VALUE "N".
           88  Cost-Found                  VALUE "Y".

       01  WS-Pend-Count               PIC 9(4) VALUE ZERO.
       01  WS-Pend-Table-Limit         PIC 9(4) VALUE 2000.
       01  WS-Pend-Table-Full          PIC X VALUE "N".
           88  Pend-Table-Full             VALUE "Y".
       01  PendTable.
           02 Pend-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Pend-Count.
               03 PT-SupplierCode          PIC 9(3).
               03 PT-OilNum                PIC 99.
               03 PT-EffectiveDate         PIC 9(8).
               03 PT-OldCost               PIC 99V99.
               03 PT-NewCost               PIC 99V99.
               03 PT-MovePct               PIC S9(3)V99.
               03 PT-LoadDate              PIC 9(8).
               03 PT-Status                PIC X.
               03 PT-ReviewDate            PIC 9(8).
               03 PT-ReviewBy              PIC X(8).
       01  WS-Pend-Idx                 PIC 9(4).
       01  WS-Other-Idx                PIC 9(4).
       01  WS-Superseded               PIC X VALUE "N".
           88  Superseded                  VALUE "Y".

      * The change in hand, from the feed or from the held file.
       01  WS-Chg-SupplierCode         PIC 9(3).
       01  WS-Chg-OilNum               PIC 99.
       01  WS-Chg-EffectiveDate        PIC 9(8).
       01  WS-Chg-NewCost              PIC 99V99.
       01  WS-Chg-OldCost              PIC 99V99.
       01  WS-Move-Pct                 PIC S9(5)V99.
       01  WS-Abs-Move-Pct             PIC 9(5)V99.
       01  WS-Hold-Type                PIC X.
       01  WS-Line-Status              PIC X(30).
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Feed-Ok                  PIC X.
           88  Feed-Ok                     VALUE "Y".

       01  WS-Feed-Lines               PIC 9(5) VALUE ZERO.
       01  WS-Applied-Count            PIC 9(5) VALUE ZERO.
       01  WS-Future-Count             PIC 9(5) VALUE ZERO.
       01  WS-Review-Count             PIC 9(5) VALUE ZERO.
       01  WS-Rejected-Count           PIC 9(5) VALUE ZERO.
       01  WS-Released-Count           PIC 9(5) VALUE ZERO.
       01  WS-Costs-Changed            PIC 9(5) VALUE ZERO.
       01  WS-Pend-Changed             PIC X VALUE "N".
           88  Pend-Changed                VALUE "Y".

       01  WS-Rpt-Header-Line.
           02  FILLER                  PIC X(32)
                   VALUE "SUPPLIER PRICE-LIST LOAD  RUN: ".
           02  RH-RunDate              PIC X(8).
           02  FILLER                  PIC X(19)
                   VALUE "  REVIEW ABOVE +/- ".
           02  RH-ReviewPct            PIC ZZ9.
           02  FILLER                  PIC X VALUE "%".
           02  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-Rpt-Section-Line.
           02  RS-Title                PIC X(40).
           02  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-Rpt-Column-Line.
           02  FILLER                  PIC X(5) VALUE "SUP  ".
           02  FILLER                  PIC X(4) VALUE "OIL ".
           02  FILLER                  PIC X(22) VALUE "NAME".
           02  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           02  FILLER                  PIC X(7) VALUE "  OLD  ".
           02  FILLER                  PIC X(7) VALUE "  NEW  ".
           02  FILLER                  PIC X(9) VALUE "  MOVE % ".
           02  FILLER                  PIC X(36) VALUE "STATUS".

       01  WS-Rpt-Detail-Line.
           02  RD-SupplierCode         PIC 9(3).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-OilNum               PIC 99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-OilName              PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-EffectiveDate        PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-OldCost              PIC Z9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-NewCost              PIC Z9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-MovePct              PIC +ZZ9.99.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RD-Status               PIC X(30).
           02  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-Rpt-Total-Line.
           02  FILLER                  PIC X(7) VALUE "LINES: ".
           02  RT-FeedLines            PIC ZZZZ9.
           02  FILLER                  PIC X(11)
                   VALUE "  APPLIED: ".
           02  RT-Applied              PIC ZZZZ9.
           02  FILLER                  PIC X(10)
                   VALUE "  FUTURE: ".
           02  RT-Future               PIC ZZZZ9.
           02  FILLER                  PIC X(10)
                   VALUE "  REVIEW: ".
           02  RT-Review               PIC ZZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  REJECTED: ".
           02  RT-Rejected             PIC ZZZZ9.
           02  FILLER                  PIC X(12)
                   VALUE "  RELEASED: ".
           02  RT-Released             PIC ZZZZ9.
           02  FILLER                  PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           INITIALIZE OilNameTable.
           PERFORM LoadPriceParm.
           PERFORM LoadPendingChanges.
           IF Pend-Table-Full
               DISPLAY "SUPPLIERPRICELOAD: HELD PRICE TABLE FULL "
                   "- NOTHING LOADED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadSupplierTable.
           PERFORM LoadOilMaster.
           PERFORM LoadSuppCosts.
           PERFORM OpenExceptionsFile.
           OPEN OUTPUT PriceRptFile.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Review-Pct TO RH-ReviewPct.
           MOVE WS-Rpt-Header-Line TO PriceRptLine.
           WRITE PriceRptLine.
           MOVE "HELD CHANGES NOW DUE" TO RS-Title.
           PERFORM WriteSectionHeading.
           PERFORM ApplyDueHolds.
           MOVE "PRICE-LIST FEED" TO RS-Title.
           PERFORM WriteSectionHeading.
           OPEN INPUT PriceFeedFile.
           IF WS-PriceFeed-Status = "00"
               READ PriceFeedFile
                   AT END MOVE "Y" TO WS-PriceFeed-Eof
               END-READ
               PERFORM UNTIL PriceFeed-Eof
                   PERFORM ProcessOneFeedRecord
                   READ PriceFeedFile
                       AT END MOVE "Y" TO WS-PriceFeed-Eof
                   END-READ
               END-PERFORM
               CLOSE PriceFeedFile
           END-IF.
           MOVE SPACES TO PriceRptLine.
           WRITE PriceRptLine.
           MOVE WS-Feed-Lines TO RT-FeedLines.
           MOVE WS-Applied-Count TO RT-Applied.
           MOVE WS-Future-Count TO RT-Future.
           MOVE WS-Review-Count TO RT-Review.
           MOVE WS-Rejected-Count TO RT-Rejected.
           MOVE WS-Released-Count TO RT-Released.
           MOVE WS-Rpt-Total-Line TO PriceRptLine.
           WRITE PriceRptLine.
           CLOSE PriceRptFile.
           CLOSE ExceptionsFile.
           IF WS-Costs-Changed > ZERO
               CALL "GenBackup" USING WS-Backup-Name
               PERFORM RewriteSuppCosts
           END-IF.
           IF Pend-Changed
               PERFORM RewritePendingChanges
           END-IF.
           DISPLAY "SUPPLIERPRICELOAD: " WS-Feed-Lines
               " PRICE LINES, " WS-Applied-Count " APPLIED, "
               WS-Review-Count " HELD FOR REVIEW, "
               WS-Rejected-Count " REJECTED".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadPriceParm.
           OPEN INPUT PriceParmFile.
           IF WS-PriceParm-Status = "00"
               READ PriceParmFile
                   NOT AT END
                       IF PX-ReviewPct IS NUMERIC
                               AND PX-ReviewPct > ZERO
                           MOVE PX-ReviewPct TO WS-Review-Pct
                       END-IF
               END-READ
               CLOSE PriceParmFile
           END-IF.

       LoadPendingChanges.
           OPEN INPUT SuppCostPendFile.
           IF WS-SuppCostPend-Status = "00"
               READ SuppCostPendFile
                   AT END MOVE "Y" TO WS-SuppCostPend-Eof
               END-READ
               PERFORM UNTIL SuppCostPend-Eof
                   IF WS-Pend-Count >= WS-Pend-Table-Limit
                       MOVE "Y" TO WS-Pend-Table-Full
                       MOVE "Y" TO WS-SuppCostPend-Eof
                   ELSE
                       ADD 1 TO WS-Pend-Count
                       MOVE SP-SupplierCode
                           TO PT-SupplierCode(WS-Pend-Count)
                       MOVE SP-OilNum TO PT-OilNum(WS-Pend-Count)
                       MOVE SP-EffectiveDate
                           TO PT-EffectiveDate(WS-Pend-Count)
                       MOVE SP-OldCost TO PT-OldCost(WS-Pend-Count)
                       MOVE SP-NewCost TO PT-NewCost(WS-Pend-Count)
                       MOVE SP-MovePct TO PT-MovePct(WS-Pend-Count)
                       MOVE SP-LoadDate TO PT-LoadDate(WS-Pend-Count)
                       MOVE SP-Status TO PT-Status(WS-Pend-Count)
                       MOVE SP-ReviewDate
                           TO PT-ReviewDate(WS-Pend-Count)
                       MOVE SP-ReviewBy TO PT-ReviewBy(WS-Pend-Count)
                       READ SuppCostPendFile
                           AT END MOVE "Y" TO WS-SuppCostPend-Eof
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SuppCostPendFile
           END-IF.

       LoadSupplierTable.
           OPEN INPUT SupplierFile.
           IF WS-Supplier-Status = "00"
               READ SupplierFile
                   AT END MOVE "Y" TO WS-Supplier-Eof
               END-READ
               PERFORM UNTIL Supplier-Eof
                   IF WS-Supplier-Count < WS-Supplier-Table-Limit
                       ADD 1 TO WS-Supplier-Count
                       MOVE SUP-Code TO SU-Code(WS-Supplier-Count)
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       LoadOilMaster.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               MOVE "Y" TO WS-Oil-Master-Loaded
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE "Y" TO ON-OnMaster(OM2-OilNum)
                       MOVE OM2-OilName TO ON-OilName(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       LoadSuppCosts.
           OPEN INPUT SuppCostFile.
           IF WS-SuppCost-Status = "00"
               READ SuppCostFile
                   AT END MOVE "Y" TO WS-SuppCost-Eof
               END-READ
               PERFORM UNTIL SuppCost-Eof
                   IF WS-Cost-Count < WS-Cost-Table-Limit
                       ADD 1 TO WS-Cost-Count
                       MOVE SC2-SupplierCode
                           TO CO-SupplierCode(WS-Cost-Count)
                       MOVE SC2-OilNum TO CO-OilNum(WS-Cost-Count)
                       MOVE SC2-UnitCost TO CO-UnitCost(WS-Cost-Count)
                   END-IF
                   READ SuppCostFile
                       AT END MOVE "Y" TO WS-SuppCost-Eof
                   END-READ
               END-PERFORM
               CLOSE SuppCostFile
           END-IF.

       WriteSectionHeading.
           MOVE SPACES TO PriceRptLine.
           WRITE PriceRptLine.
           MOVE WS-Rpt-Section-Line TO PriceRptLine.
           WRITE PriceRptLine.
           MOVE WS-Rpt-Column-Line TO PriceRptLine.
           WRITE PriceRptLine.

       FindCostEntry.
           MOVE "N" TO WS-Cost-Found.
           MOVE ZERO TO WS-Chg-OldCost.
           PERFORM VARYING WS-Cost-Idx FROM 1 BY 1
                   UNTIL WS-Cost-Idx > WS-Cost-Count OR Cost-Found
               IF CO-SupplierCode(WS-Cost-Idx) = WS-Chg-SupplierCode
                       AND CO-OilNum(WS-Cost-Idx) = WS-Chg-OilNum
                   MOVE "Y" TO WS-Cost-Found
                   MOVE WS-Cost-Idx TO WS-Cost-Found-Idx
                   MOVE CO-UnitCost(WS-Cost-Idx) TO WS-Chg-OldCost
               END-IF
           END-PERFORM.

      * Sets the cost in hand on the cost table: a new supplier and
      * oil pair is added when the table has room.
       PostCostChange.
           IF Cost-Found
               MOVE WS-Chg-NewCost TO CO-UnitCost(WS-Cost-Found-Idx)
               ADD 1 TO WS-Costs-Changed
           ELSE
               IF WS-Cost-Count < WS-Cost-Table-Limit
                   ADD 1 TO WS-Cost-Count
                   MOVE WS-Chg-SupplierCode
                       TO CO-SupplierCode(WS-Cost-Count)
                   MOVE WS-Chg-OilNum TO CO-OilNum(WS-Cost-Count)
                   MOVE WS-Chg-NewCost TO CO-UnitCost(WS-Cost-Count)
                   MOVE "Y" TO WS-Cost-Found
                   MOVE WS-Cost-Count TO WS-Cost-Found-Idx
                   ADD 1 TO WS-Costs-Changed
               END-IF
           END-IF.

      * A held change applies once its effective date is reached -
      * a future-dated change as it stands, a large move only once
      * the buyer has approved it. Where two are due for the same
      * supplier and oil - or a later-dated one has already been
      * applied - the later one stands and the earlier is marked
      * superseded.
       ApplyDueHolds.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               IF (PT-Status(WS-Pend-Idx) = "F"
                       OR PT-Status(WS-Pend-Idx) = "A")
                       AND PT-EffectiveDate(WS-Pend-Idx)
                           <= WS-Run-Date-Num
                   PERFORM ApplyOneHold
               END-IF
           END-PERFORM.

       ApplyOneHold.
           MOVE "N" TO WS-Superseded.
           PERFORM VARYING WS-Other-Idx FROM 1 BY 1
                   UNTIL WS-Other-Idx > WS-Pend-Count OR Superseded
               IF WS-Other-Idx NOT = WS-Pend-Idx
                       AND (PT-Status(WS-Other-Idx) = "F"
                           OR PT-Status(WS-Other-Idx) = "A"
                           OR PT-Status(WS-Other-Idx) = "P")
                       AND PT-SupplierCode(WS-Other-Idx)
                           = PT-SupplierCode(WS-Pend-Idx)
                       AND PT-OilNum(WS-Other-Idx)
                           = PT-OilNum(WS-Pend-Idx)
                       AND PT-EffectiveDate(WS-Other-Idx)
                           <= WS-Run-Date-Num
                   IF PT-EffectiveDate(WS-Other-Idx)
                           > PT-EffectiveDate(WS-Pend-Idx)
                       OR (PT-EffectiveDate(WS-Other-Idx)
                           = PT-EffectiveDate(WS-Pend-Idx)
                           AND WS-Other-Idx > WS-Pend-Idx)
                       MOVE "Y" TO WS-Superseded
                   END-IF
               END-IF
           END-PERFORM.
           MOVE PT-SupplierCode(WS-Pend-Idx) TO WS-Chg-SupplierCode.
           MOVE PT-OilNum(WS-Pend-Idx) TO WS-Chg-OilNum.
           MOVE PT-EffectiveDate(WS-Pend-Idx) TO WS-Chg-EffectiveDate.
           MOVE PT-NewCost(WS-Pend-Idx) TO WS-Chg-NewCost.
           PERFORM FindCostEntry.
           MOVE PT-MovePct(WS-Pend-Idx) TO WS-Move-Pct.
           IF Superseded
               MOVE "S" TO PT-Status(WS-Pend-Idx)
               MOVE "Y" TO WS-Pend-Changed
               MOVE "SUPERSEDED BY LATER PRICE" TO WS-Line-Status
           ELSE
               PERFORM PostCostChange
               IF Cost-Found
                   IF PT-Status(WS-Pend-Idx) = "A"
                       MOVE "APPLIED - BUYER APPROVED"
                           TO WS-Line-Status
                   ELSE
                       MOVE "APPLIED - NOW EFFECTIVE"
                           TO WS-Line-Status
                   END-IF
                   MOVE "P" TO PT-Status(WS-Pend-Idx)
                   MOVE "Y" TO WS-Pend-Changed
                   ADD 1 TO WS-Released-Count
               ELSE
                   MOVE "COST TABLE FULL - STILL HELD"
                       TO WS-Line-Status
               END-IF
           END-IF.
           PERFORM WriteChangeLine.

       ProcessOneFeedRecord.
           EVALUATE TRUE
               WHEN PF-Detail
                   ADD 1 TO WS-Feed-Lines
                   PERFORM ProcessOnePriceLine
               WHEN PF-FileTrailer
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-Feed-Lines
                   MOVE "UNKNOWN RECORD TYPE" TO WS-Reject-Reason
                   PERFORM RejectPriceLine
           END-EVALUATE.

       ProcessOnePriceLine.
           PERFORM ValidatePriceLine.
           IF NOT Feed-Ok
               PERFORM RejectPriceLine
           ELSE
               MOVE PF-SupplierCode TO WS-Chg-SupplierCode
               MOVE PF-OilNum TO WS-Chg-OilNum
               MOVE PF-EffectiveDate TO WS-Chg-EffectiveDate
               MOVE PF-UnitCost TO WS-Chg-NewCost
               PERFORM FindCostEntry
               MOVE ZERO TO WS-Move-Pct
               IF Cost-Found AND WS-Chg-OldCost > ZERO
                   COMPUTE WS-Move-Pct ROUNDED =
                       (WS-Chg-NewCost - WS-Chg-OldCost) * 100
                           / WS-Chg-OldCost
               END-IF
               MOVE WS-Move-Pct TO WS-Abs-Move-Pct
               EVALUATE TRUE
                   WHEN WS-Abs-Move-Pct > WS-Review-Pct
                       MOVE "R" TO WS-Hold-Type
                       PERFORM HoldPriceChange
                   WHEN WS-Chg-EffectiveDate > WS-Run-Date-Num
                       MOVE "F" TO WS-Hold-Type
                       PERFORM HoldPriceChange
                   WHEN OTHER
                       PERFORM PostCostChange
                       IF Cost-Found
                           ADD 1 TO WS-Applied-Count
                           IF WS-Chg-OldCost = ZERO
                               MOVE "APPLIED - NEW COST"
                                   TO WS-Line-Status
                           ELSE
                               MOVE "APPLIED" TO WS-Line-Status
                           END-IF
                           PERFORM WriteChangeLine
                       ELSE
                           MOVE "COST TABLE FULL"
                               TO WS-Reject-Reason
                           PERFORM RejectPriceLine
                       END-IF
               END-EVALUATE
           END-IF.

       ValidatePriceLine.
           MOVE "Y" TO WS-Feed-Ok.
           MOVE SPACES TO WS-Reject-Reason.
           IF PF-SupplierCode NOT NUMERIC OR PF-OilNum NOT NUMERIC
                   OR PF-EffectiveDate NOT NUMERIC
                   OR PF-UnitCost NOT NUMERIC
               MOVE "N" TO WS-Feed-Ok
               MOVE "NON-NUMERIC FIELD" TO WS-Reject-Reason
           END-IF.
           IF Feed-Ok
               MOVE "N" TO WS-Supplier-Found
               PERFORM VARYING WS-Supplier-Idx FROM 1 BY 1
                       UNTIL WS-Supplier-Idx > WS-Supplier-Count
                           OR Supplier-Found
                   IF SU-Code(WS-Supplier-Idx) = PF-SupplierCode
                       MOVE "Y" TO WS-Supplier-Found
                   END-IF
               END-PERFORM
               IF NOT Supplier-Found
                   MOVE "N" TO WS-Feed-Ok
                   MOVE "UNKNOWN SUPPLIER" TO WS-Reject-Reason
               END-IF
           END-IF.
           IF Feed-Ok
               IF PF-OilNum < 1 OR PF-OilNum > 30
                   MOVE "N" TO WS-Feed-Ok
                   MOVE "UNKNOWN OIL" TO WS-Reject-Reason
               ELSE
                   IF Oil-Master-Loaded
                           AND ON-OnMaster(PF-OilNum) NOT = "Y"
                       MOVE "N" TO WS-Feed-Ok
                       MOVE "UNKNOWN OIL" TO WS-Reject-Reason
                   END-IF
               END-IF
           END-IF.
           IF Feed-Ok AND PF-UnitCost = ZERO
               MOVE "N" TO WS-Feed-Ok
               MOVE "ZERO UNIT COST" TO WS-Reject-Reason
           END-IF.
           IF Feed-Ok
               IF FUNCTION TEST-DATE-YYYYMMDD(PF-EffectiveDate)
                       NOT = ZERO
                   MOVE "N" TO WS-Feed-Ok
                   MOVE "INVALID EFFECTIVE DATE" TO WS-Reject-Reason
               END-IF
           END-IF.

      * A change already held for the same supplier, oil and date
      * is superseded by the one now loaded.
       HoldPriceChange.
           PERFORM VARYING WS-Other-Idx FROM 1 BY 1
                   UNTIL WS-Other-Idx > WS-Pend-Count
               IF (PT-Status(WS-Other-Idx) = "F"
                       OR PT-Status(WS-Other-Idx) = "R"
                       OR PT-Status(WS-Other-Idx) = "A")
                       AND PT-SupplierCode(WS-Other-Idx)
                           = WS-Chg-SupplierCode
                       AND PT-OilNum(WS-Other-Idx) = WS-Chg-OilNum
                       AND PT-EffectiveDate(WS-Other-Idx)
                           = WS-Chg-EffectiveDate
                   MOVE "S" TO PT-Status(WS-Other-Idx)
                   MOVE "Y" TO WS-Pend-Changed
               END-IF
           END-PERFORM.
           IF WS-Pend-Count >= WS-Pend-Table-Limit
               MOVE "HELD PRICE TABLE FULL" TO WS-Reject-Reason
               PERFORM RejectPriceLine
           ELSE
               ADD 1 TO WS-Pend-Count
               MOVE WS-Chg-SupplierCode
                   TO PT-SupplierCode(WS-Pend-Count)
               MOVE WS-Chg-OilNum TO PT-OilNum(WS-Pend-Count)
               MOVE WS-Chg-EffectiveDate
                   TO PT-EffectiveDate(WS-Pend-Count)
               MOVE WS-Chg-OldCost TO PT-OldCost(WS-Pend-Count)
               MOVE WS-Chg-NewCost TO PT-NewCost(WS-Pend-Count)
               MOVE WS-Move-Pct TO PT-MovePct(WS-Pend-Count)
               MOVE WS-Run-Date-Num TO PT-LoadDate(WS-Pend-Count)
               MOVE WS-Hold-Type TO PT-Status(WS-Pend-Count)
               MOVE ZERO TO PT-ReviewDate(WS-Pend-Count)
               MOVE SPACES TO PT-ReviewBy(WS-Pend-Count)
               MOVE "Y" TO WS-Pend-Changed
               IF PT-Status(WS-Pend-Count) = "R"
                   ADD 1 TO WS-Review-Count
                   MOVE "HELD FOR BUYER REVIEW" TO WS-Line-Status
               ELSE
                   ADD 1 TO WS-Future-Count
                   MOVE "HELD UNTIL EFFECTIVE DATE"
                       TO WS-Line-Status
               END-IF
               PERFORM WriteChangeLine
           END-IF.

       RejectPriceLine.
           ADD 1 TO WS-Rejected-Count.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "SUPPPRICE" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING PF-SupplierCode "/" PF-OilNum "/" PF-EffectiveDate
               DELIMITED BY SIZE INTO EXC-Key.
           MOVE WS-Reject-Reason TO EXC-Reason.
           WRITE ExceptionRecord.
           MOVE ZERO TO WS-Chg-SupplierCode WS-Chg-OilNum
               WS-Chg-EffectiveDate WS-Chg-NewCost WS-Chg-OldCost
               WS-Move-Pct.
           IF PF-SupplierCode IS NUMERIC
               MOVE PF-SupplierCode TO WS-Chg-SupplierCode
           END-IF.
           IF PF-OilNum IS NUMERIC
               MOVE PF-OilNum TO WS-Chg-OilNum
           END-IF.
           IF PF-EffectiveDate IS NUMERIC
               MOVE PF-EffectiveDate TO WS-Chg-EffectiveDate
           END-IF.
           IF PF-UnitCost IS NUMERIC
               MOVE PF-UnitCost TO WS-Chg-NewCost
           END-IF.
           MOVE "REJECTED - " TO WS-Line-Status.
           MOVE WS-Reject-Reason TO WS-Line-Status(12:19).
           PERFORM WriteChangeLine.

       WriteChangeLine.
           MOVE WS-Chg-SupplierCode TO RD-SupplierCode.
           MOVE WS-Chg-OilNum TO RD-OilNum.
           MOVE SPACES TO RD-OilName.
           IF WS-Chg-OilNum >= 1 AND WS-Chg-OilNum <= 30
               MOVE ON-OilName(WS-Chg-OilNum) TO RD-OilName
           END-IF.
           MOVE WS-Chg-EffectiveDate TO RD-EffectiveDate.
           MOVE WS-Chg-OldCost TO RD-OldCost.
           MOVE WS-Chg-NewCost TO RD-NewCost.
           MOVE WS-Move-Pct TO RD-MovePct.
           MOVE WS-Line-Status TO RD-Status.
           MOVE WS-Rpt-Detail-Line TO PriceRptLine.
           WRITE PriceRptLine.

       RewriteSuppCosts.
           OPEN OUTPUT SuppCostFile.
           PERFORM VARYING WS-Cost-Idx FROM 1 BY 1
                   UNTIL WS-Cost-Idx > WS-Cost-Count
               MOVE CO-SupplierCode(WS-Cost-Idx) TO SC2-SupplierCode
               MOVE CO-OilNum(WS-Cost-Idx) TO SC2-OilNum
               MOVE CO-UnitCost(WS-Cost-Idx) TO SC2-UnitCost
               WRITE SuppCostRec
           END-PERFORM.
           CLOSE SuppCostFile.

       RewritePendingChanges.
           OPEN OUTPUT SuppCostPendFile.
           PERFORM VARYING WS-Pend-Idx FROM 1 BY 1
                   UNTIL WS-Pend-Idx > WS-Pend-Count
               MOVE PT-SupplierCode(WS-Pend-Idx) TO SP-SupplierCode
               MOVE PT-OilNum(WS-Pend-Idx) TO SP-OilNum
               MOVE PT-EffectiveDate(WS-Pend-Idx) TO SP-EffectiveDate
               MOVE PT-OldCost(WS-Pend-Idx) TO SP-OldCost
               MOVE PT-NewCost(WS-Pend-Idx) TO SP-NewCost
               MOVE PT-MovePct(WS-Pend-Idx) TO SP-MovePct
               MOVE PT-LoadDate(WS-Pend-Idx) TO SP-LoadDate
               MOVE PT-Status(WS-Pend-Idx) TO SP-Status
               MOVE PT-ReviewDate(WS-Pend-Idx) TO SP-ReviewDate
               MOVE PT-ReviewBy(WS-Pend-Idx) TO SP-ReviewBy
               WRITE SuppCostPendRec
           END-PERFORM.
           CLOSE SuppCostPendFile.

       END PROGRAM SupplierPriceLoad.
