      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily cycle-count sheet. Picks today's oils off the
      *          cycle-count calendar CYCLECAL.DAT that CycleCountPlan
      *          lays out and prints a count sheet per branch for
      *          every branch holding a stock row for them on
      *          AROMABRSTOCK.DAT. The sheet is blind - it carries no
      *          book figure - and the counted quantities are keyed
      *          into STOCKCOUNT.DAT for StockTake in the usual way,
      *          which compares and posts only the lines counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleCountSheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CycleCalFile ASSIGN TO "CYCLECAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CycleCal-Status.
           SELECT BranchStockFile ASSIGN TO "AROMABRSTOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchStock-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT CountSheetFile ASSIGN TO "CYCLESHEET.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CycleCalFile.
           COPY CYCLECAL.

       FD  BranchStockFile.
       01  BranchStockRec.
           02  BS-Branch               PIC 99.
           02  BS-OilNum               PIC 99.
           02  BS-Stock                PIC 9(5).

       FD  OilMasterFile.
           COPY OILMAST.

       FD  CountSheetFile.
       01  CountSheetLine              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CycleCal-Status          PIC XX.
       01  WS-BranchStock-Status       PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Today                    PIC 9(8).

       01  WS-Eof-Switches.
           02  WS-CycleCal-Eof         PIC X VALUE "N".
               88  CycleCal-Eof            VALUE "Y".
           02  WS-BranchStock-Eof      PIC X VALUE "N".
               88  BranchStock-Eof         VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".

      * Today's oils, one slot per oil number: the class letter when
      * the oil is due, blank when it is not.
       01  DueOilTable.
           02 DO-Class                 PIC X OCCURS 30 TIMES.
           02 DO-OilName               PIC X(20) OCCURS 30 TIMES.
       01  WS-Due-Count                PIC 99 VALUE ZERO.

       01  WS-BrStock-Count            PIC 9(3) VALUE ZERO.
       01  WS-BrStock-Table-Limit      PIC 9(3) VALUE 270.
       01  BranchStockTable.
           02 BrStock-Entry OCCURS 270 TIMES
                   DEPENDING ON WS-BrStock-Count.
               03 BT-Branch                PIC 99.
               03 BT-OilNum                PIC 99.
       01  WS-BrStock-Idx              PIC 9(3).
       01  WS-Branch                   PIC 9(3).
       01  WS-Oil-Idx                  PIC 99.
       01  WS-Branch-Lines             PIC 9(3).
       01  WS-Sheet-Lines              PIC 9(4) VALUE ZERO.
       01  WS-Branch-Sheets            PIC 9(3) VALUE ZERO.

       01  WS-Sheet-Header-Line.
           02  FILLER                  PIC X(18)
                   VALUE "CYCLE COUNT SHEET ".
           02  SH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  SH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  SH-Day                  PIC 99.
           02  FILLER                  PIC X(10) VALUE "  BRANCH: ".
           02  SH-Branch               PIC 99.
           02  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-Sheet-Detail-Line.
           02  FILLER                  PIC X(6) VALUE "  OIL ".
           02  SD-OilNum               PIC 99.
           02  FILLER                  PIC X VALUE SPACES.
           02  SD-OilName              PIC X(20).
           02  FILLER                  PIC X(9) VALUE "  CLASS ".
           02  SD-Class                PIC X.
           02  FILLER                  PIC X(24)
                   VALUE "    COUNTED: __________ ".
           02  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-Sheet-Sign-Line.
           02  FILLER                  PIC X(40)
                   VALUE "  COUNTED BY: ____________  CHECKED BY: ".
           02  FILLER                  PIC X(12) VALUE "____________".
           02  FILLER                  PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Today.
           INITIALIZE DueOilTable.
           PERFORM LoadTodaysCounts.
           PERFORM LoadOilNames.
           PERFORM LoadBranchStockTable.
           OPEN OUTPUT CountSheetFile.
           IF WS-Due-Count > ZERO
               PERFORM WriteBranchSheet
                   VARYING WS-Branch FROM 1 BY 1
                   UNTIL WS-Branch > 99
           END-IF.
           CLOSE CountSheetFile.
           DISPLAY "CYCLECOUNTSHEET: " WS-Due-Count
               " OILS DUE, " WS-Sheet-Lines " LINES ON "
               WS-Branch-Sheets " BRANCH SHEETS".
           STOP RUN.

       LoadTodaysCounts.
           OPEN INPUT CycleCalFile.
           IF WS-CycleCal-Status = "00"
               READ CycleCalFile
                   AT END MOVE "Y" TO WS-CycleCal-Eof
               END-READ
               PERFORM UNTIL CycleCal-Eof
                   IF CC-CountDate = WS-Today
                           AND CC-OilNum >= 1 AND CC-OilNum <= 30
                       IF DO-Class(CC-OilNum) = SPACE
                           ADD 1 TO WS-Due-Count
                       END-IF
                       MOVE CC-Class TO DO-Class(CC-OilNum)
                   END-IF
                   READ CycleCalFile
                       AT END MOVE "Y" TO WS-CycleCal-Eof
                   END-READ
               END-PERFORM
               CLOSE CycleCalFile
           END-IF.

       LoadOilNames.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE OM2-OilName TO DO-OilName(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
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
                   END-IF
                   READ BranchStockFile
                       AT END MOVE "Y" TO WS-BranchStock-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

      * One sheet per branch, oils in oil-number order, with a
      * sign-off line for the counter and the checker.
       WriteBranchSheet.
           MOVE ZERO TO WS-Branch-Lines.
           PERFORM VARYING WS-BrStock-Idx FROM 1 BY 1
                   UNTIL WS-BrStock-Idx > WS-BrStock-Count
               IF BT-Branch(WS-BrStock-Idx) = WS-Branch
                       AND BT-OilNum(WS-BrStock-Idx) >= 1
                       AND BT-OilNum(WS-BrStock-Idx) <= 30
                   IF DO-Class(BT-OilNum(WS-BrStock-Idx)) NOT = SPACE
                       ADD 1 TO WS-Branch-Lines
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-Branch-Lines > ZERO
               ADD 1 TO WS-Branch-Sheets
               MOVE WS-Run-Date(1:4) TO SH-Year
               MOVE WS-Run-Date(5:2) TO SH-Month
               MOVE WS-Run-Date(7:2) TO SH-Day
               MOVE WS-Branch TO SH-Branch
               MOVE WS-Sheet-Header-Line TO CountSheetLine
               WRITE CountSheetLine
               PERFORM WriteBranchOilLines
               MOVE WS-Sheet-Sign-Line TO CountSheetLine
               WRITE CountSheetLine
               MOVE SPACES TO CountSheetLine
               WRITE CountSheetLine
           END-IF.

       WriteBranchOilLines.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               IF DO-Class(WS-Oil-Idx) NOT = SPACE
                   PERFORM VARYING WS-BrStock-Idx FROM 1 BY 1
                           UNTIL WS-BrStock-Idx > WS-BrStock-Count
                       IF BT-Branch(WS-BrStock-Idx) = WS-Branch
                               AND BT-OilNum(WS-BrStock-Idx)
                                   = WS-Oil-Idx
                           PERFORM WriteOneSheetLine
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WriteOneSheetLine.
           MOVE WS-Oil-Idx TO SD-OilNum.
           MOVE DO-OilName(WS-Oil-Idx) TO SD-OilName.
           MOVE DO-Class(WS-Oil-Idx) TO SD-Class.
           MOVE WS-Sheet-Detail-Line TO CountSheetLine.
           WRITE CountSheetLine.
           ADD 1 TO WS-Sheet-Lines.

       END PROGRAM CycleCountSheet.
