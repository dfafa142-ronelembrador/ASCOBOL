      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fixed asset register report. Lists every asset on
      *          FIXEDASSET.DAT to FAREGISTER.DAT with its location,
      *          acquisition date, method and life, cost, accumulated
      *          depreciation, net book value and the last month
      *          depreciation was charged for, by category with a
      *          subtotal per category and a register total. Disposed
      *          assets follow in a section of their own, showing
      *          their position at disposal with the disposal date and
      *          proceeds, and are not counted in the register totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AssetFile ASSIGN TO "FIXEDASSET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Asset-Status.
           SELECT RegisterFile ASSIGN TO "FAREGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WorkFile ASSIGN TO "FAWORK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  AssetFile.
           COPY FAMAST.

       FD  RegisterFile.
       01  RegisterLine                PIC X(120).

       SD  WorkFile.
           COPY FAMAST REPLACING LEADING ==FA-== BY ==WA-==
                                 ==FixedAssetRec== BY ==WorkRec==.

       WORKING-STORAGE SECTION.
       01  WS-Asset-Status             PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
           02  WS-Asset-Eof            PIC X VALUE "N".
               88  Asset-Eof               VALUE "Y".
           02  WS-Sort-Eof             PIC X VALUE "N".
               88  Sort-Eof                VALUE "Y".

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
       01  WS-Cat-Idx                  PIC 9.

       01  WS-Prev-Category            PIC X.
       01  WS-First-Record             PIC X VALUE "Y".
           88  First-Record                VALUE "Y".
       01  WS-In-Disposals             PIC X VALUE "N".
           88  In-Disposals                VALUE "Y".
       01  WS-Net-Book-Value           PIC 9(7)V99.

       01  WS-Category-Totals.
           02  WS-Cat-Asset-Count      PIC 9(4).
           02  WS-Cat-Cost             PIC 9(9)V99.
           02  WS-Cat-AccumDepr        PIC 9(9)V99.
           02  WS-Cat-Nbv              PIC 9(9)V99.
       01  WS-Register-Totals.
           02  WS-Reg-Asset-Count      PIC 9(4) VALUE ZERO.
           02  WS-Reg-Cost             PIC 9(9)V99 VALUE ZERO.
           02  WS-Reg-AccumDepr        PIC 9(9)V99 VALUE ZERO.
           02  WS-Reg-Nbv              PIC 9(9)V99 VALUE ZERO.
       01  WS-Disposed-Count           PIC 9(4) VALUE ZERO.

       01  WS-Report-Heading.
           02  FILLER              PIC X(33)
                   VALUE "FIXED ASSET REGISTER   RUN DATE: ".
           02  RH-RunDate          PIC X(8).
           02  FILLER              PIC X(79) VALUE SPACES.

       01  WS-Report-Columns.
           02  FILLER              PIC X(27)
                   VALUE "ASSET DESCRIPTION".
           02  FILLER              PIC X(7) VALUE "LOC".
           02  FILLER              PIC X(10) VALUE "ACQUIRED".
           02  FILLER              PIC X(6) VALUE "M LIFE".
           02  FILLER              PIC X(13) VALUE "        COST".
           02  FILLER              PIC X(13) VALUE "    ACC DEPN".
           02  FILLER              PIC X(14) VALUE "         NBV".
           02  FILLER              PIC X(30) VALUE "LAST DEPN".

       01  WS-Category-Heading.
           02  FILLER              PIC X(9) VALUE "CATEGORY ".
           02  CH-Name             PIC X(13).
           02  FILLER              PIC X(98) VALUE SPACES.

       01  WS-Detail-Line.
           02  DL-AssetNo          PIC 9(5).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Description      PIC X(20).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-LocType          PIC X.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-LocID            PIC 9(4).
           02  FILLER              PIC X VALUE SPACES.
           02  DL-AcqDate          PIC 9(8).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-Method           PIC X.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-LifeMonths       PIC ZZ9.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Cost             PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-AccumDepr        PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X VALUE SPACES.
           02  DL-Nbv              PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DL-LastDeprPeriod   PIC 9(6).
           02  FILLER              PIC X(24) VALUE SPACES.

       01  WS-Disposal-Heading.
           02  FILLER              PIC X(15) VALUE "DISPOSED ASSETS".
           02  FILLER              PIC X(105) VALUE SPACES.

       01  WS-Disposal-Columns.
           02  FILLER              PIC X(27)
                   VALUE "ASSET DESCRIPTION".
           02  FILLER              PIC X(7) VALUE "LOC".
           02  FILLER              PIC X(10) VALUE "ACQUIRED".
           02  FILLER              PIC X(6) VALUE "M LIFE".
           02  FILLER              PIC X(13) VALUE "        COST".
           02  FILLER              PIC X(13) VALUE "    ACC DEPN".
           02  FILLER              PIC X(14) VALUE "         NBV".
           02  FILLER              PIC X(10) VALUE "DISPOSED".
           02  FILLER              PIC X(20) VALUE "    PROCEEDS".

       01  WS-Disposal-Line.
           02  DD-Asset            PIC X(88).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DD-DisposalDate     PIC 9(8).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  DD-Proceeds         PIC Z,ZZZ,ZZ9.99.
           02  FILLER              PIC X(8) VALUE SPACES.

       01  WS-Total-Line.
           02  FILLER              PIC X(6) VALUE SPACES.
           02  TL-Label            PIC X(20).
           02  TL-Name             PIC X(13).
           02  FILLER              PIC X(2) VALUE SPACES.
           02  TL-Count            PIC ZZZ9.
           02  FILLER              PIC X(4) VALUE SPACES.
           02  TL-Cost             PIC ZZ,ZZZ,ZZ9.99.
           02  TL-AccumDepr        PIC ZZ,ZZZ,ZZ9.99.
           02  TL-Nbv              PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           SORT WorkFile ON ASCENDING KEY WA-Status WA-Category
                                          WA-AssetNo
                INPUT PROCEDURE IS GetAssets
                OUTPUT PROCEDURE IS PrintRegister.
           DISPLAY "FIXEDASSETRPT: " WS-Reg-Asset-Count
               " ASSETS, NBV " WS-Reg-Nbv ", " WS-Disposed-Count
               " DISPOSED".
           STOP RUN.

       GetAssets.
           OPEN INPUT AssetFile.
           IF WS-Asset-Status = "00"
               READ AssetFile
                   AT END MOVE "Y" TO WS-Asset-Eof
               END-READ
               PERFORM UNTIL Asset-Eof
                   MOVE FixedAssetRec TO WorkRec
                   RELEASE WorkRec
                   READ AssetFile
                       AT END MOVE "Y" TO WS-Asset-Eof
                   END-READ
               END-PERFORM
               CLOSE AssetFile
           END-IF.

       PrintRegister.
           OPEN OUTPUT RegisterFile.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE WS-Report-Heading TO RegisterLine.
           WRITE RegisterLine.
           MOVE WS-Report-Columns TO RegisterLine.
           WRITE RegisterLine.
           RETURN WorkFile
               AT END MOVE "Y" TO WS-Sort-Eof
           END-RETURN.
           PERFORM UNTIL Sort-Eof
               IF WA-Disposed
                   PERFORM PrintDisposedAsset
               ELSE
                   PERFORM PrintActiveAsset
               END-IF
               RETURN WorkFile
                   AT END MOVE "Y" TO WS-Sort-Eof
               END-RETURN
           END-PERFORM.
           IF NOT In-Disposals
               PERFORM EndOfRegister
           END-IF.
           CLOSE RegisterFile.

       PrintActiveAsset.
           IF First-Record
               PERFORM StartNewCategory
               MOVE "N" TO WS-First-Record
           ELSE
               IF WA-Category NOT = WS-Prev-Category
                   PERFORM WriteCategoryTotal
                   PERFORM StartNewCategory
               END-IF
           END-IF.
           PERFORM FormatAssetLine.
           MOVE WA-LastDeprPeriod TO DL-LastDeprPeriod.
           MOVE WS-Detail-Line TO RegisterLine.
           WRITE RegisterLine.
           ADD 1 TO WS-Cat-Asset-Count.
           ADD WA-Cost TO WS-Cat-Cost.
           ADD WA-AccumDepr TO WS-Cat-AccumDepr.
           ADD WS-Net-Book-Value TO WS-Cat-Nbv.

      * The first disposed asset closes off the register proper.
       PrintDisposedAsset.
           IF NOT In-Disposals
               PERFORM EndOfRegister
               MOVE "Y" TO WS-In-Disposals
               MOVE SPACES TO RegisterLine
               WRITE RegisterLine
               MOVE WS-Disposal-Heading TO RegisterLine
               WRITE RegisterLine
               MOVE WS-Disposal-Columns TO RegisterLine
               WRITE RegisterLine
           END-IF.
           PERFORM FormatAssetLine.
           MOVE WS-Detail-Line TO DD-Asset.
           MOVE WA-DisposalDate TO DD-DisposalDate.
           MOVE WA-Proceeds TO DD-Proceeds.
           MOVE WS-Disposal-Line TO RegisterLine.
           WRITE RegisterLine.
           ADD 1 TO WS-Disposed-Count.

       FormatAssetLine.
           COMPUTE WS-Net-Book-Value = WA-Cost - WA-AccumDepr.
           MOVE WA-AssetNo TO DL-AssetNo.
           MOVE WA-Description TO DL-Description.
           MOVE WA-LocType TO DL-LocType.
           MOVE WA-LocID TO DL-LocID.
           MOVE WA-AcqDate TO DL-AcqDate.
           MOVE WA-Method TO DL-Method.
           MOVE WA-LifeMonths TO DL-LifeMonths.
           MOVE WA-Cost TO DL-Cost.
           MOVE WA-AccumDepr TO DL-AccumDepr.
           MOVE WS-Net-Book-Value TO DL-Nbv.

       StartNewCategory.
           MOVE WA-Category TO WS-Prev-Category.
           INITIALIZE WS-Category-Totals.
           MOVE WA-Category TO CH-Name.
           PERFORM VARYING WS-Cat-Idx FROM 1 BY 1
                   UNTIL WS-Cat-Idx > WS-Category-Count
               IF CG-Code(WS-Cat-Idx) = WA-Category
                   MOVE CG-Name(WS-Cat-Idx) TO CH-Name
               END-IF
           END-PERFORM.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE WS-Category-Heading TO RegisterLine.
           WRITE RegisterLine.

       WriteCategoryTotal.
           MOVE "TOTAL" TO TL-Label.
           MOVE CH-Name TO TL-Name.
           MOVE WS-Cat-Asset-Count TO TL-Count.
           MOVE WS-Cat-Cost TO TL-Cost.
           MOVE WS-Cat-AccumDepr TO TL-AccumDepr.
           MOVE WS-Cat-Nbv TO TL-Nbv.
           MOVE WS-Total-Line TO RegisterLine.
           WRITE RegisterLine.
           ADD WS-Cat-Asset-Count TO WS-Reg-Asset-Count.
           ADD WS-Cat-Cost TO WS-Reg-Cost.
           ADD WS-Cat-AccumDepr TO WS-Reg-AccumDepr.
           ADD WS-Cat-Nbv TO WS-Reg-Nbv.

       EndOfRegister.
           IF NOT First-Record
               PERFORM WriteCategoryTotal
           END-IF.
           MOVE SPACES TO RegisterLine.
           WRITE RegisterLine.
           MOVE "REGISTER TOTAL" TO TL-Label.
           MOVE SPACES TO TL-Name.
           MOVE WS-Reg-Asset-Count TO TL-Count.
           MOVE WS-Reg-Cost TO TL-Cost.
           MOVE WS-Reg-AccumDepr TO TL-AccumDepr.
           MOVE WS-Reg-Nbv TO TL-Nbv.
           MOVE WS-Total-Line TO RegisterLine.
           WRITE RegisterLine.

       END PROGRAM FixedAssetRpt.
