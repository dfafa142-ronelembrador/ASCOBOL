      ******************************************************************
      * Author:
      * Date:
      * Purpose: Warehouse pick list for the day's dispatches. The
      *          dispatch notes AromaSales writes go customer by
      *          customer; this run takes the day's lines off the
      *          dispatch history AROMADISPHIST.DAT (gift sets are
      *          already broken into their component oils there) and
      *          consolidates them by branch, oil and unit size into
      *          one pick per branch in shelf order, the shelf
      *          locations coming from SHELFLOC.DAT - a branch's own
      *          location for the oil, else the branch 00 default,
      *          else the oil is picked last. Under each pick line
      *          the lots to take are named earliest expiry first
      *          from OILLOTS.DAT. After the consolidated pick comes
      *          a breakdown per dispatch note for packing. Short
      *          picks keyed back onto SHORTPICK.DAT are shown on the
      *          packing breakdown and reported against the dispatch
      *          numbers on SHORTPICKRPT.DAT so it is known what did
      *          not go out; a short that matches no line of the
      *          day's dispatches, or is more than was dispatched,
      *          goes to the exceptions file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PickList.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DispatchHistFile ASSIGN TO "AROMADISPHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DispatchHist-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustomerMaster-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT ShelfLocFile ASSIGN TO "SHELFLOC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ShelfLoc-Status.
           SELECT OilLotFile ASSIGN TO "OILLOTS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilLot-Status.
           SELECT ShortPickFile ASSIGN TO "SHORTPICK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ShortPick-Status.
           SELECT PickListFile ASSIGN TO "PICKLIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShortRptFile ASSIGN TO "SHORTPICKRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.
           SELECT WorkFile ASSIGN TO "WORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  DispatchHistFile.
           COPY DISPHIST.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  ShelfLocFile.
       01  ShelfLocRec.
           02  SL-Branch               PIC 99.
           02  SL-OilNum               PIC 99.
           02  SL-Location             PIC X(6).

       FD  OilLotFile.
           COPY OILLOT.

      * One record per short pick: the dispatch note, the oil and
      * size, and the units that could not be picked.
       FD  ShortPickFile.
       01  ShortPickRec.
           02  SK-DispatchNo           PIC 9(6).
           02  SK-OilNum               PIC 99.
           02  SK-UnitSize             PIC 9.
           02  SK-QtyShort             PIC 9(3).

       FD  PickListFile.
       01  PickListLine                PIC X(80).

       FD  ShortRptFile.
       01  ShortRptLine                PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       SD  WorkFile.
       01  WorkRec.
           02  WBranch                 PIC 99.
           02  WNoLocation             PIC 9.
           02  WLocation               PIC X(6).
           02  WOilNum                 PIC 99.
           02  WUnitSize               PIC 9.
           02  WQty                    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-DispatchHist-Status      PIC XX.
       01  WS-CustomerMaster-Status    PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-ShelfLoc-Status          PIC XX.
       01  WS-OilLot-Status            PIC XX.
       01  WS-ShortPick-Status         PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       01  WS-Eof-Switches.
           02  WS-Hist-Eof             PIC X VALUE "N".
               88  Hist-Eof                VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-ShelfLoc-Eof         PIC X VALUE "N".
               88  ShelfLoc-Eof            VALUE "Y".
           02  WS-OilLot-Eof           PIC X VALUE "N".
               88  OilLot-Eof              VALUE "Y".
           02  WS-ShortPick-Eof        PIC X VALUE "N".
               88  ShortPick-Eof           VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).
       01  WS-Lookup-Name              PIC X(20).

       01  OilNameTable.
           02 ON-OilName               PIC X(20) OCCURS 30 TIMES.

       01  WS-Shelf-Count              PIC 9(3) VALUE ZERO.
       01  WS-Shelf-Table-Limit        PIC 9(3) VALUE 500.
       01  ShelfTable.
           02 Shelf-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Shelf-Count.
               03 ST-Branch                PIC 99.
               03 ST-OilNum                PIC 99.
               03 ST-Location              PIC X(6).
       01  WS-Shelf-Idx                PIC 9(3).
       01  WS-Lookup-Branch            PIC 99.
       01  WS-Lookup-OilNum            PIC 99.
       01  WS-Lookup-Location          PIC X(6).
       01  WS-Default-Location         PIC X(6).

      * The day's dispatch lines, in the order the notes were
      * written, with any short pick keyed back against each.
       01  WS-Today-Count              PIC 9(4) VALUE ZERO.
       01  WS-Today-Table-Limit        PIC 9(4) VALUE 2000.
       01  TodayTable.
           02 Today-Entry OCCURS 2000 TIMES
                   DEPENDING ON WS-Today-Count.
               03 TL-DispatchNo            PIC 9(6).
               03 TL-CustID                PIC 9(5).
               03 TL-Branch                PIC 99.
               03 TL-OilNum                PIC 99.
               03 TL-UnitSize              PIC 9.
               03 TL-Qty                   PIC 9(3).
               03 TL-QtyShort              PIC 9(3).
       01  WS-Today-Idx                PIC 9(4).
       01  WS-Today-Dropped            PIC 9(4) VALUE ZERO.

       01  WS-Lot-Count                PIC 9(3) VALUE ZERO.
       01  WS-Lot-Table-Limit          PIC 9(3) VALUE 500.
       01  LotTable.
           02 Lot-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-Lot-Count.
               03 LT-OilNum                PIC 99.
               03 LT-LotNumber             PIC X(10).
               03 LT-ExpiryDate            PIC 9(8).
               03 LT-RcptDate              PIC 9(8).
               03 LT-Available             PIC 9(5).
       01  WS-Lot-Idx                  PIC 9(3).
       01  WS-Best-Lot                 PIC 9(3).
       01  WS-Pick-Remaining           PIC 9(5).
       01  WS-Lot-Take                 PIC 9(5).

       01  WS-First-Record             PIC X VALUE "Y".
           88  First-Record                VALUE "Y".
       01  WS-Prev-Branch              PIC 99.
       01  WS-Prev-NoLocation          PIC 9.
       01  WS-Prev-Location            PIC X(6).
       01  WS-Prev-OilNum              PIC 99.
       01  WS-Prev-UnitSize            PIC 9.
       01  WS-Pick-Qty                 PIC 9(5).
       01  WS-Branch-Lines             PIC 9(4).
       01  WS-Branch-Units             PIC 9(6).
       01  WS-Pick-Lines               PIC 9(5) VALUE ZERO.
       01  WS-Branch-Picks             PIC 9(3) VALUE ZERO.
       01  WS-Unlotted-Lines           PIC 9(4) VALUE ZERO.

       01  WS-Prev-DispatchNo          PIC 9(6).
       01  WS-Note-Count               PIC 9(4) VALUE ZERO.
       01  WS-Match-Qty                PIC 9(5).
       01  WS-Match-Lines              PIC 9(4).
       01  WS-Short-Left               PIC 9(3).
       01  WS-Line-Room                PIC 9(3).
       01  WS-Reject-Reason            PIC X(30).
       01  WS-Shorts-Read              PIC 9(4) VALUE ZERO.
       01  WS-Shorts-Rejected          PIC 9(4) VALUE ZERO.
       01  WS-Short-Lines              PIC 9(4) VALUE ZERO.
       01  WS-Short-Units              PIC 9(6) VALUE ZERO.
       01  WS-Short-Notes              PIC 9(4) VALUE ZERO.
       01  WS-Short-Prev-No            PIC 9(6) VALUE ZERO.

       01  WS-Pick-Header-Line.
           02  FILLER                  PIC X(10)
                   VALUE "PICK LIST ".
           02  PH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  PH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  PH-Day                  PIC 99.
           02  FILLER                  PIC X(10) VALUE "  BRANCH: ".
           02  PH-Branch               PIC 99.
           02  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-Pick-Column-Line.
           02  FILLER                  PIC X(18)
                   VALUE "LOCATION  OIL NAME".
           02  FILLER                  PIC X(16) VALUE SPACES.
           02  FILLER                  PIC X(13)
                   VALUE " SIZE     QTY".
           02  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-Pick-Detail-Line.
           02  PD-Location             PIC X(6).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  PD-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  PD-OilName              PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  PD-UnitSize             PIC 9.
           02  FILLER                  PIC X(2) VALUE "ML".
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  PD-Qty                  PIC ZZ,ZZ9.
           02  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-Pick-Lot-Line.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  FILLER                  PIC X(4) VALUE "LOT ".
           02  PL-LotNumber            PIC X(10).
           02  FILLER                  PIC X(10)
                   VALUE "  EXPIRES ".
           02  PL-ExpYear              PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  PL-ExpMonth             PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  PL-ExpDay               PIC 99.
           02  FILLER                  PIC X(7) VALUE "  TAKE ".
           02  PL-Qty                  PIC ZZ,ZZ9.
           02  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-Pick-NoLot-Line.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  FILLER                  PIC X(20)
                   VALUE "** NO LOT STOCK FOR ".
           02  PN-Qty                  PIC ZZ,ZZ9.
           02  FILLER                  PIC X(9) VALUE " UNITS **".
           02  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-Pick-Trailer-Line.
           02  FILLER                  PIC X(9) VALUE "  LINES: ".
           02  PT-Lines                PIC ZZZ9.
           02  FILLER                  PIC X(9) VALUE "  UNITS: ".
           02  PT-Units                PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-Pack-Header-Line.
           02  FILLER                  PIC X(18)
                   VALUE "PACKING BREAKDOWN ".
           02  KH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  KH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  KH-Day                  PIC 99.
           02  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-Pack-Note-Line.
           02  FILLER                  PIC X(9) VALUE "DISPATCH ".
           02  KN-DispatchNo           PIC 9(6).
           02  FILLER                  PIC X(7) VALUE "  CUST ".
           02  KN-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  KN-CustName             PIC X(20).
           02  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-Pack-Detail-Line.
           02  FILLER                  PIC X(11)
                   VALUE "    BRANCH ".
           02  KD-Branch               PIC 99.
           02  FILLER                  PIC X(6) VALUE "  OIL ".
           02  KD-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  KD-OilName              PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  KD-UnitSize             PIC 9.
           02  FILLER                  PIC X(2) VALUE "ML".
           02  FILLER                  PIC X(6) VALUE "  QTY ".
           02  KD-Qty                  PIC ZZ9.
           02  KD-ShortLabel           PIC X(8).
           02  KD-Short                PIC ZZZ.
           02  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-Short-Header-Line.
           02  FILLER                  PIC X(31)
                   VALUE "SHORT PICKS AGAINST DISPATCHES ".
           02  SH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  SH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  SH-Day                  PIC 99.
           02  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-Short-Column-Line.
           02  FILLER                  PIC X(23)
                   VALUE "NOTE    CUST   OIL NAME".
           02  FILLER                  PIC X(16) VALUE SPACES.
           02  FILLER                  PIC X(29)
                   VALUE " SIZE  ORDERED   SHORT   SENT".
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Short-Detail-Line.
           02  SD-DispatchNo           PIC 9(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-CustID               PIC 9(5).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  SD-OilName              PIC X(20).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-UnitSize             PIC 9.
           02  FILLER                  PIC X(2) VALUE "ML".
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  SD-Ordered              PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-Short                PIC ZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  SD-Sent                 PIC ZZ,ZZ9.
           02  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-Short-Trailer-Line.
           02  FILLER                  PIC X(13)
                   VALUE "SHORT LINES: ".
           02  ST2-Lines               PIC ZZZ9.
           02  FILLER                  PIC X(15)
                   VALUE "  UNITS SHORT: ".
           02  ST2-Units               PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(18)
                   VALUE "  NOTES AFFECTED: ".
           02  ST2-Notes               PIC ZZZ9.
           02  FILLER                  PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           INITIALIZE OilNameTable.
           PERFORM LoadCustomerMaster.
           PERFORM LoadOilNames.
           PERFORM LoadShelfLocations.
           PERFORM LoadOilLots.
           PERFORM LoadTodaysDispatches.
           IF WS-Today-Dropped > ZERO
               DISPLAY "PICKLIST: DISPATCH TABLE FULL - "
                   WS-Today-Dropped " LINES NOT PICKED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM OpenExceptionsFile.
           PERFORM ApplyShortPicks.
           CLOSE ExceptionsFile.
           OPEN OUTPUT PickListFile.
           SORT WorkFile ON ASCENDING KEY WBranch WNoLocation
                   WLocation WOilNum WUnitSize
                INPUT PROCEDURE IS ReleasePickLines
                OUTPUT PROCEDURE IS PrintConsolidatedPick.
           PERFORM WritePackingBreakdown.
           CLOSE PickListFile.
           PERFORM WriteShortPickReport.
           DISPLAY "PICKLIST: " WS-Today-Count " DISPATCH LINES, "
               WS-Pick-Lines " PICK LINES ON " WS-Branch-Picks
               " BRANCH PICKS".
           IF WS-Unlotted-Lines > ZERO
               DISPLAY "PICKLIST: " WS-Unlotted-Lines
                   " PICK LINES WITHOUT ENOUGH LOT STOCK"
           END-IF.
           DISPLAY "PICKLIST: " WS-Shorts-Read " SHORT PICKS READ, "
               WS-Shorts-Rejected " REJECTED, " WS-Short-Units
               " UNITS SHORT ON " WS-Short-Notes " NOTES".
           STOP RUN.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           IF WS-CustomerMaster-Status = "00"
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
               PERFORM UNTIL CustomerMaster-Eof
                   IF WS-Customer-Count < WS-Customer-Table-Limit
                       ADD 1 TO WS-Customer-Count
                       MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                       MOVE CM-CustName
                           TO CT-CustName(WS-Customer-Count)
                   END-IF
                   READ CustomerMaster
                       AT END MOVE "Y" TO WS-CustomerMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE CustomerMaster
           END-IF.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           MOVE SPACES TO WS-Lookup-Name.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE CT-CustName(WS-Cust-Idx) TO WS-Lookup-Name
               END-IF
           END-PERFORM.

       LoadOilNames.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE OM2-OilName TO ON-OilName(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       LoadShelfLocations.
           OPEN INPUT ShelfLocFile.
           IF WS-ShelfLoc-Status = "00"
               READ ShelfLocFile
                   AT END MOVE "Y" TO WS-ShelfLoc-Eof
               END-READ
               PERFORM UNTIL ShelfLoc-Eof
                   IF WS-Shelf-Count < WS-Shelf-Table-Limit
                           AND SL-Location NOT = SPACES
                       ADD 1 TO WS-Shelf-Count
                       MOVE SL-Branch TO ST-Branch(WS-Shelf-Count)
                       MOVE SL-OilNum TO ST-OilNum(WS-Shelf-Count)
                       MOVE SL-Location
                           TO ST-Location(WS-Shelf-Count)
                   END-IF
                   READ ShelfLocFile
                       AT END MOVE "Y" TO WS-ShelfLoc-Eof
                   END-READ
               END-PERFORM
               CLOSE ShelfLocFile
           END-IF.

      * The branch's own location for the oil wins; failing that the
      * branch 00 entry is the default layout for every branch.
       LookupShelfLocation.
           MOVE SPACES TO WS-Lookup-Location.
           MOVE SPACES TO WS-Default-Location.
           PERFORM VARYING WS-Shelf-Idx FROM 1 BY 1
                   UNTIL WS-Shelf-Idx > WS-Shelf-Count
               IF ST-OilNum(WS-Shelf-Idx) = WS-Lookup-OilNum
                   IF ST-Branch(WS-Shelf-Idx) = WS-Lookup-Branch
                       MOVE ST-Location(WS-Shelf-Idx)
                           TO WS-Lookup-Location
                   END-IF
                   IF ST-Branch(WS-Shelf-Idx) = ZERO
                       MOVE ST-Location(WS-Shelf-Idx)
                           TO WS-Default-Location
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Lookup-Location = SPACES
               MOVE WS-Default-Location TO WS-Lookup-Location
           END-IF.

       LoadOilLots.
           OPEN INPUT OilLotFile.
           IF WS-OilLot-Status = "00"
               READ OilLotFile
                   AT END MOVE "Y" TO WS-OilLot-Eof
               END-READ
               PERFORM UNTIL OilLot-Eof
                   IF WS-Lot-Count < WS-Lot-Table-Limit
                           AND LOT-QtyRemaining > ZERO
                       ADD 1 TO WS-Lot-Count
                       MOVE LOT-OilNum TO LT-OilNum(WS-Lot-Count)
                       MOVE LOT-LotNumber
                           TO LT-LotNumber(WS-Lot-Count)
                       MOVE LOT-ExpiryDate
                           TO LT-ExpiryDate(WS-Lot-Count)
                       MOVE LOT-RcptDate TO LT-RcptDate(WS-Lot-Count)
                       MOVE LOT-QtyRemaining
                           TO LT-Available(WS-Lot-Count)
                   END-IF
                   READ OilLotFile
                       AT END MOVE "Y" TO WS-OilLot-Eof
                   END-READ
               END-PERFORM
               CLOSE OilLotFile
           END-IF.

       LoadTodaysDispatches.
           OPEN INPUT DispatchHistFile.
           IF WS-DispatchHist-Status = "00"
               READ DispatchHistFile
                   AT END MOVE "Y" TO WS-Hist-Eof
               END-READ
               PERFORM UNTIL Hist-Eof
                   IF DH-DispDate = WS-Run-Date-Num
                       IF WS-Today-Count < WS-Today-Table-Limit
                           ADD 1 TO WS-Today-Count
                           MOVE DH-DispatchNo
                               TO TL-DispatchNo(WS-Today-Count)
                           MOVE DH-CustID TO TL-CustID(WS-Today-Count)
                           MOVE DH-Branch TO TL-Branch(WS-Today-Count)
                           MOVE DH-OilNum TO TL-OilNum(WS-Today-Count)
                           MOVE DH-UnitSize
                               TO TL-UnitSize(WS-Today-Count)
                           MOVE DH-Qty TO TL-Qty(WS-Today-Count)
                           MOVE ZERO TO TL-QtyShort(WS-Today-Count)
                       ELSE
                           ADD 1 TO WS-Today-Dropped
                       END-IF
                   END-IF
                   READ DispatchHistFile
                       AT END MOVE "Y" TO WS-Hist-Eof
                   END-READ
               END-PERFORM
               CLOSE DispatchHistFile
           END-IF.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

      * A short is spread over the note's lines for that oil and
      * size in the order they were dispatched, each line taking no
      * more than it carried.
       ApplyShortPicks.
           OPEN INPUT ShortPickFile.
           IF WS-ShortPick-Status = "00"
               READ ShortPickFile
                   AT END MOVE "Y" TO WS-ShortPick-Eof
               END-READ
               PERFORM UNTIL ShortPick-Eof
                   ADD 1 TO WS-Shorts-Read
                   PERFORM ApplyOneShortPick
                   READ ShortPickFile
                       AT END MOVE "Y" TO WS-ShortPick-Eof
                   END-READ
               END-PERFORM
               CLOSE ShortPickFile
           END-IF.

       ApplyOneShortPick.
           MOVE SPACES TO WS-Reject-Reason.
           MOVE ZERO TO WS-Match-Qty.
           MOVE ZERO TO WS-Match-Lines.
           PERFORM VARYING WS-Today-Idx FROM 1 BY 1
                   UNTIL WS-Today-Idx > WS-Today-Count
               IF TL-DispatchNo(WS-Today-Idx) = SK-DispatchNo
                       AND TL-OilNum(WS-Today-Idx) = SK-OilNum
                       AND TL-UnitSize(WS-Today-Idx) = SK-UnitSize
                   ADD 1 TO WS-Match-Lines
                   COMPUTE WS-Match-Qty = WS-Match-Qty
                       + TL-Qty(WS-Today-Idx)
                       - TL-QtyShort(WS-Today-Idx)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN SK-QtyShort = ZERO
                   MOVE "NO SHORT QUANTITY" TO WS-Reject-Reason
               WHEN WS-Match-Lines = ZERO
                   MOVE "NOT ON TODAY'S DISPATCHES"
                       TO WS-Reject-Reason
               WHEN SK-QtyShort > WS-Match-Qty
                   MOVE "SHORT EXCEEDS QTY DISPATCHED"
                       TO WS-Reject-Reason
           END-EVALUATE.
           IF WS-Reject-Reason = SPACES
               MOVE SK-QtyShort TO WS-Short-Left
               PERFORM VARYING WS-Today-Idx FROM 1 BY 1
                       UNTIL WS-Today-Idx > WS-Today-Count
                           OR WS-Short-Left = ZERO
                   IF TL-DispatchNo(WS-Today-Idx) = SK-DispatchNo
                           AND TL-OilNum(WS-Today-Idx) = SK-OilNum
                           AND TL-UnitSize(WS-Today-Idx)
                               = SK-UnitSize
                       COMPUTE WS-Line-Room = TL-Qty(WS-Today-Idx)
                           - TL-QtyShort(WS-Today-Idx)
                       IF WS-Line-Room > WS-Short-Left
                           MOVE WS-Short-Left TO WS-Line-Room
                       END-IF
                       ADD WS-Line-Room TO TL-QtyShort(WS-Today-Idx)
                       SUBTRACT WS-Line-Room FROM WS-Short-Left
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-Shorts-Rejected
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "PICKLIST" TO EXC-Source
               MOVE SPACES TO EXC-Key
               STRING SK-DispatchNo "/" SK-OilNum "/" SK-UnitSize
                   DELIMITED BY SIZE INTO EXC-Key
               MOVE WS-Reject-Reason TO EXC-Reason
               WRITE ExceptionRecord
           END-IF.

       ReleasePickLines.
           PERFORM VARYING WS-Today-Idx FROM 1 BY 1
                   UNTIL WS-Today-Idx > WS-Today-Count
               MOVE TL-Branch(WS-Today-Idx) TO WS-Lookup-Branch
               MOVE TL-OilNum(WS-Today-Idx) TO WS-Lookup-OilNum
               PERFORM LookupShelfLocation
               MOVE TL-Branch(WS-Today-Idx) TO WBranch
               IF WS-Lookup-Location = SPACES
                   MOVE 1 TO WNoLocation
               ELSE
                   MOVE ZERO TO WNoLocation
               END-IF
               MOVE WS-Lookup-Location TO WLocation
               MOVE TL-OilNum(WS-Today-Idx) TO WOilNum
               MOVE TL-UnitSize(WS-Today-Idx) TO WUnitSize
               MOVE TL-Qty(WS-Today-Idx) TO WQty
               RELEASE WorkRec
           END-PERFORM.

      * One pick line per branch, oil and size; a new branch starts
      * a new pick.
       PrintConsolidatedPick.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               IF First-Record
                   MOVE "N" TO WS-First-Record
                   PERFORM StartBranchPick
                   PERFORM StartPickLine
               ELSE
                   IF WBranch NOT = WS-Prev-Branch
                       PERFORM WritePickLine
                       PERFORM WriteBranchTrailer
                       PERFORM StartBranchPick
                       PERFORM StartPickLine
                   ELSE
                       IF WNoLocation NOT = WS-Prev-NoLocation
                               OR WLocation NOT = WS-Prev-Location
                               OR WOilNum NOT = WS-Prev-OilNum
                               OR WUnitSize NOT = WS-Prev-UnitSize
                           PERFORM WritePickLine
                           PERFORM StartPickLine
                       END-IF
                   END-IF
               END-IF
               ADD WQty TO WS-Pick-Qty
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF NOT First-Record
               PERFORM WritePickLine
               PERFORM WriteBranchTrailer
           END-IF.

       StartBranchPick.
           MOVE WBranch TO WS-Prev-Branch.
           MOVE ZERO TO WS-Branch-Lines.
           MOVE ZERO TO WS-Branch-Units.
           ADD 1 TO WS-Branch-Picks.
           MOVE WS-Run-Date(1:4) TO PH-Year.
           MOVE WS-Run-Date(5:2) TO PH-Month.
           MOVE WS-Run-Date(7:2) TO PH-Day.
           MOVE WBranch TO PH-Branch.
           MOVE WS-Pick-Header-Line TO PickListLine.
           WRITE PickListLine.
           MOVE WS-Pick-Column-Line TO PickListLine.
           WRITE PickListLine.

       StartPickLine.
           MOVE WNoLocation TO WS-Prev-NoLocation.
           MOVE WLocation TO WS-Prev-Location.
           MOVE WOilNum TO WS-Prev-OilNum.
           MOVE WUnitSize TO WS-Prev-UnitSize.
           MOVE ZERO TO WS-Pick-Qty.

       WritePickLine.
           ADD 1 TO WS-Branch-Lines.
           ADD 1 TO WS-Pick-Lines.
           ADD WS-Pick-Qty TO WS-Branch-Units.
           IF WS-Prev-NoLocation = 1
               MOVE "NONE" TO PD-Location
           ELSE
               MOVE WS-Prev-Location TO PD-Location
           END-IF.
           MOVE WS-Prev-OilNum TO PD-OilNum.
           IF WS-Prev-OilNum >= 1 AND WS-Prev-OilNum <= 30
               MOVE ON-OilName(WS-Prev-OilNum) TO PD-OilName
           ELSE
               MOVE SPACES TO PD-OilName
           END-IF.
           MOVE WS-Prev-UnitSize TO PD-UnitSize.
           MOVE WS-Pick-Qty TO PD-Qty.
           MOVE WS-Pick-Detail-Line TO PickListLine.
           WRITE PickListLine.
           PERFORM WritePickLots.

      * Lots are named earliest expiry first (earliest receipt on a
      * tie), each drawn down in the working table so the next pick
      * line for the oil moves on to the following lot.
       WritePickLots.
           MOVE WS-Pick-Qty TO WS-Pick-Remaining.
           MOVE 1 TO WS-Best-Lot.
           PERFORM UNTIL WS-Pick-Remaining = ZERO
                   OR WS-Best-Lot = ZERO
               PERFORM FindEarliestLot
               IF WS-Best-Lot > ZERO
                   MOVE LT-Available(WS-Best-Lot) TO WS-Lot-Take
                   IF WS-Lot-Take > WS-Pick-Remaining
                       MOVE WS-Pick-Remaining TO WS-Lot-Take
                   END-IF
                   SUBTRACT WS-Lot-Take
                       FROM LT-Available(WS-Best-Lot)
                   SUBTRACT WS-Lot-Take FROM WS-Pick-Remaining
                   MOVE LT-LotNumber(WS-Best-Lot) TO PL-LotNumber
                   MOVE LT-ExpiryDate(WS-Best-Lot)(1:4)
                       TO PL-ExpYear
                   MOVE LT-ExpiryDate(WS-Best-Lot)(5:2)
                       TO PL-ExpMonth
                   MOVE LT-ExpiryDate(WS-Best-Lot)(7:2)
                       TO PL-ExpDay
                   MOVE WS-Lot-Take TO PL-Qty
                   MOVE WS-Pick-Lot-Line TO PickListLine
                   WRITE PickListLine
               END-IF
           END-PERFORM.
           IF WS-Pick-Remaining > ZERO
               ADD 1 TO WS-Unlotted-Lines
               MOVE WS-Pick-Remaining TO PN-Qty
               MOVE WS-Pick-NoLot-Line TO PickListLine
               WRITE PickListLine
           END-IF.

       FindEarliestLot.
           MOVE ZERO TO WS-Best-Lot.
           PERFORM VARYING WS-Lot-Idx FROM 1 BY 1
                   UNTIL WS-Lot-Idx > WS-Lot-Count
               IF LT-OilNum(WS-Lot-Idx) = WS-Prev-OilNum
                       AND LT-Available(WS-Lot-Idx) > ZERO
                   IF WS-Best-Lot = ZERO
                       MOVE WS-Lot-Idx TO WS-Best-Lot
                   ELSE
                       IF LT-ExpiryDate(WS-Lot-Idx)
                               < LT-ExpiryDate(WS-Best-Lot)
                           OR (LT-ExpiryDate(WS-Lot-Idx)
                                   = LT-ExpiryDate(WS-Best-Lot)
                               AND LT-RcptDate(WS-Lot-Idx)
                                   < LT-RcptDate(WS-Best-Lot))
                           MOVE WS-Lot-Idx TO WS-Best-Lot
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WriteBranchTrailer.
           MOVE WS-Branch-Lines TO PT-Lines.
           MOVE WS-Branch-Units TO PT-Units.
           MOVE WS-Pick-Trailer-Line TO PickListLine.
           WRITE PickListLine.
           MOVE SPACES TO PickListLine.
           WRITE PickListLine.

      * The day's lines note by note, as they were dispatched, with
      * any short keyed back against the line.
       WritePackingBreakdown.
           MOVE WS-Run-Date(1:4) TO KH-Year.
           MOVE WS-Run-Date(5:2) TO KH-Month.
           MOVE WS-Run-Date(7:2) TO KH-Day.
           MOVE WS-Pack-Header-Line TO PickListLine.
           WRITE PickListLine.
           MOVE ZERO TO WS-Prev-DispatchNo.
           PERFORM VARYING WS-Today-Idx FROM 1 BY 1
                   UNTIL WS-Today-Idx > WS-Today-Count
               IF WS-Today-Idx = 1
                       OR TL-DispatchNo(WS-Today-Idx)
                           NOT = WS-Prev-DispatchNo
                   PERFORM WritePackNoteLine
               END-IF
               PERFORM WritePackDetailLine
           END-PERFORM.

       WritePackNoteLine.
           MOVE TL-DispatchNo(WS-Today-Idx) TO WS-Prev-DispatchNo.
           ADD 1 TO WS-Note-Count.
           MOVE TL-CustID(WS-Today-Idx) TO WS-Lookup-CustID.
           PERFORM LookupCustomer.
           MOVE TL-DispatchNo(WS-Today-Idx) TO KN-DispatchNo.
           MOVE TL-CustID(WS-Today-Idx) TO KN-CustID.
           MOVE WS-Lookup-Name TO KN-CustName.
           MOVE WS-Pack-Note-Line TO PickListLine.
           WRITE PickListLine.

       WritePackDetailLine.
           MOVE TL-Branch(WS-Today-Idx) TO KD-Branch.
           MOVE TL-OilNum(WS-Today-Idx) TO KD-OilNum.
           IF TL-OilNum(WS-Today-Idx) >= 1
                   AND TL-OilNum(WS-Today-Idx) <= 30
               MOVE ON-OilName(TL-OilNum(WS-Today-Idx)) TO KD-OilName
           ELSE
               MOVE SPACES TO KD-OilName
           END-IF.
           MOVE TL-UnitSize(WS-Today-Idx) TO KD-UnitSize.
           MOVE TL-Qty(WS-Today-Idx) TO KD-Qty.
           IF TL-QtyShort(WS-Today-Idx) > ZERO
               MOVE "  SHORT " TO KD-ShortLabel
               MOVE TL-QtyShort(WS-Today-Idx) TO KD-Short
           ELSE
               MOVE SPACES TO KD-ShortLabel
               MOVE ZERO TO KD-Short
           END-IF.
           MOVE WS-Pack-Detail-Line TO PickListLine.
           WRITE PickListLine.

       WriteShortPickReport.
           OPEN OUTPUT ShortRptFile.
           MOVE WS-Run-Date(1:4) TO SH-Year.
           MOVE WS-Run-Date(5:2) TO SH-Month.
           MOVE WS-Run-Date(7:2) TO SH-Day.
           MOVE WS-Short-Header-Line TO ShortRptLine.
           WRITE ShortRptLine.
           MOVE WS-Short-Column-Line TO ShortRptLine.
           WRITE ShortRptLine.
           PERFORM VARYING WS-Today-Idx FROM 1 BY 1
                   UNTIL WS-Today-Idx > WS-Today-Count
               IF TL-QtyShort(WS-Today-Idx) > ZERO
                   PERFORM WriteShortDetailLine
               END-IF
           END-PERFORM.
           MOVE WS-Short-Lines TO ST2-Lines.
           MOVE WS-Short-Units TO ST2-Units.
           MOVE WS-Short-Notes TO ST2-Notes.
           MOVE WS-Short-Trailer-Line TO ShortRptLine.
           WRITE ShortRptLine.
           CLOSE ShortRptFile.

       WriteShortDetailLine.
           ADD 1 TO WS-Short-Lines.
           ADD TL-QtyShort(WS-Today-Idx) TO WS-Short-Units.
           IF WS-Short-Lines = 1
                   OR TL-DispatchNo(WS-Today-Idx)
                       NOT = WS-Short-Prev-No
               ADD 1 TO WS-Short-Notes
               MOVE TL-DispatchNo(WS-Today-Idx) TO WS-Short-Prev-No
           END-IF.
           MOVE TL-DispatchNo(WS-Today-Idx) TO SD-DispatchNo.
           MOVE TL-CustID(WS-Today-Idx) TO SD-CustID.
           MOVE TL-OilNum(WS-Today-Idx) TO SD-OilNum.
           IF TL-OilNum(WS-Today-Idx) >= 1
                   AND TL-OilNum(WS-Today-Idx) <= 30
               MOVE ON-OilName(TL-OilNum(WS-Today-Idx)) TO SD-OilName
           ELSE
               MOVE SPACES TO SD-OilName
           END-IF.
           MOVE TL-UnitSize(WS-Today-Idx) TO SD-UnitSize.
           MOVE TL-Qty(WS-Today-Idx) TO SD-Ordered.
           MOVE TL-QtyShort(WS-Today-Idx) TO SD-Short.
           COMPUTE SD-Sent = TL-Qty(WS-Today-Idx)
               - TL-QtyShort(WS-Today-Idx).
           MOVE WS-Short-Detail-Line TO ShortRptLine.
           WRITE ShortRptLine.

       END PROGRAM PickList.
