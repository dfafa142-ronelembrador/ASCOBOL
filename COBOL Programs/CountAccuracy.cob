      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stock-count accuracy by ABC class over time. Reads
      *          the count history StockTake records on COUNTHIST.DAT
      *          and reports, for each of the last twelve months and
      *          each class, the lines counted, the lines that agreed
      *          with the book exactly, the accuracy that gives, and
      *          the book units against the units the counts were
      *          out by either way - with a twelve-month total per
      *          class. Lines counted before the oil was classified
      *          report under class "-".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CountAccuracy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CountHistFile ASSIGN TO "COUNTHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CountHist-Status.
           SELECT AccuracyRptFile ASSIGN TO "CNTACCRPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CountHistFile.
           COPY CNTHIST.

       FD  AccuracyRptFile.
       01  AccuracyRptLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CountHist-Status         PIC XX.
       01  WS-CountHist-Eof            PIC X VALUE "N".
           88  CountHist-Eof               VALUE "Y".
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Year                 PIC 9(4).
       01  WS-Run-Month                PIC 99.
       01  WS-Start-Month-Num          PIC 9(6).
       01  WS-Rec-Month-Num            PIC 9(6).
       01  WS-Month-Idx                PIC S9(6).
       01  WS-Rec-Year                 PIC 9(4).
       01  WS-Rec-Month                PIC 99.
       01  WS-Class-Idx                PIC 9.
       01  WS-Class-Letters            PIC X(4) VALUE "ABC-".
       01  WS-Variance                 PIC S9(6).
       01  WS-Lines-Read               PIC 9(6) VALUE ZERO.

      * Month slot 1 is eleven months back, slot 12 the run month;
      * slot 13 carries the twelve-month total.
       01  AccuracyTable.
           02 AT-Month OCCURS 13 TIMES.
               03 AT-MonthLabel            PIC X(7).
               03 AT-Class OCCURS 4 TIMES.
                   04 AT-Lines             PIC 9(5).
                   04 AT-Exact             PIC 9(5).
                   04 AT-BookUnits         PIC 9(7).
                   04 AT-AbsVariance       PIC 9(7).
       01  WS-Slot                     PIC 99.
       01  WS-Label-Year               PIC 9(4).
       01  WS-Label-Month              PIC 99.
       01  WS-Accuracy-Pct             PIC 999V9.

       01  WS-Acc-Header-Line.
           02  FILLER                  PIC X(31)
                   VALUE "STOCK COUNT ACCURACY BY CLASS  ".
           02  FILLER                  PIC X(13)
                   VALUE "12 MONTHS TO ".
           02  AH-Year                 PIC 9(4).
           02  FILLER                  PIC X VALUE "-".
           02  AH-Month                PIC 99.
           02  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-Acc-Column-Line.
           02  FILLER                  PIC X(40)
                   VALUE "MONTH    CLASS  LINES  EXACT  ACCURACY %".
           02  FILLER                  PIC X(40)
                   VALUE "  BOOK UNITS  UNITS OUT                 ".

       01  WS-Acc-Detail-Line.
           02  AD-Month                PIC X(7).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  AD-Class                PIC X.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  AD-Lines                PIC ZZZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AD-Exact                PIC ZZZZ9.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  AD-Accuracy             PIC ZZ9.9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  AD-BookUnits            PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  AD-AbsVariance          PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Run-Year.
           MOVE WS-Run-Date(5:2) TO WS-Run-Month.
           COMPUTE WS-Start-Month-Num =
               WS-Run-Year * 12 + WS-Run-Month - 1 - 11.
           INITIALIZE AccuracyTable.
           PERFORM SetMonthLabels.
           PERFORM AccumulateCounts.
           PERFORM WriteAccuracyReport.
           DISPLAY "COUNTACCURACY: " WS-Lines-Read
               " COUNT LINES IN THE LAST 12 MONTHS".
           STOP RUN.

       SetMonthLabels.
           PERFORM VARYING WS-Slot FROM 1 BY 1 UNTIL WS-Slot > 12
               COMPUTE WS-Label-Year =
                   (WS-Start-Month-Num + WS-Slot - 1) / 12
               COMPUTE WS-Label-Month =
                   WS-Start-Month-Num + WS-Slot - 1
                   - WS-Label-Year * 12 + 1
               MOVE SPACES TO AT-MonthLabel(WS-Slot)
               STRING WS-Label-Year "-" WS-Label-Month
                   DELIMITED BY SIZE INTO AT-MonthLabel(WS-Slot)
           END-PERFORM.
           MOVE "TOTAL" TO AT-MonthLabel(13).

       AccumulateCounts.
           OPEN INPUT CountHistFile.
           IF WS-CountHist-Status = "00"
               READ CountHistFile
                   AT END MOVE "Y" TO WS-CountHist-Eof
               END-READ
               PERFORM UNTIL CountHist-Eof
                   PERFORM AccumulateOneCount
                   READ CountHistFile
                       AT END MOVE "Y" TO WS-CountHist-Eof
                   END-READ
               END-PERFORM
               CLOSE CountHistFile
           END-IF.

       AccumulateOneCount.
           MOVE CH-CountDate(1:4) TO WS-Rec-Year.
           MOVE CH-CountDate(5:2) TO WS-Rec-Month.
           COMPUTE WS-Rec-Month-Num =
               WS-Rec-Year * 12 + WS-Rec-Month - 1.
           COMPUTE WS-Month-Idx =
               WS-Rec-Month-Num - WS-Start-Month-Num + 1.
           IF WS-Month-Idx >= 1 AND WS-Month-Idx <= 12
               ADD 1 TO WS-Lines-Read
               MOVE WS-Month-Idx TO WS-Slot
               EVALUATE CH-Class
                   WHEN "A" MOVE 1 TO WS-Class-Idx
                   WHEN "B" MOVE 2 TO WS-Class-Idx
                   WHEN "C" MOVE 3 TO WS-Class-Idx
                   WHEN OTHER MOVE 4 TO WS-Class-Idx
               END-EVALUATE
               COMPUTE WS-Variance = CH-CountQty - CH-BookQty
               IF WS-Variance < ZERO
                   COMPUTE WS-Variance = ZERO - WS-Variance
               END-IF
               PERFORM AddToSlot
               MOVE 13 TO WS-Slot
               PERFORM AddToSlot
           END-IF.

       AddToSlot.
           ADD 1 TO AT-Lines(WS-Slot, WS-Class-Idx).
           IF WS-Variance = ZERO
               ADD 1 TO AT-Exact(WS-Slot, WS-Class-Idx)
           END-IF.
           IF CH-BookQty > ZERO
               ADD CH-BookQty TO AT-BookUnits(WS-Slot, WS-Class-Idx)
           END-IF.
           ADD WS-Variance TO AT-AbsVariance(WS-Slot, WS-Class-Idx).

       WriteAccuracyReport.
           OPEN OUTPUT AccuracyRptFile.
           MOVE WS-Run-Year TO AH-Year.
           MOVE WS-Run-Month TO AH-Month.
           MOVE WS-Acc-Header-Line TO AccuracyRptLine.
           WRITE AccuracyRptLine.
           MOVE WS-Acc-Column-Line TO AccuracyRptLine.
           WRITE AccuracyRptLine.
           PERFORM VARYING WS-Slot FROM 1 BY 1 UNTIL WS-Slot > 13
               IF WS-Slot = 13
                   MOVE SPACES TO AccuracyRptLine
                   WRITE AccuracyRptLine
               END-IF
               PERFORM VARYING WS-Class-Idx FROM 1 BY 1
                       UNTIL WS-Class-Idx > 4
                   IF AT-Lines(WS-Slot, WS-Class-Idx) > ZERO
                       PERFORM WriteOneAccuracyLine
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE AccuracyRptFile.

       WriteOneAccuracyLine.
           COMPUTE WS-Accuracy-Pct ROUNDED =
               AT-Exact(WS-Slot, WS-Class-Idx) * 100
               / AT-Lines(WS-Slot, WS-Class-Idx).
           MOVE AT-MonthLabel(WS-Slot) TO AD-Month.
           MOVE WS-Class-Letters(WS-Class-Idx:1) TO AD-Class.
           MOVE AT-Lines(WS-Slot, WS-Class-Idx) TO AD-Lines.
           MOVE AT-Exact(WS-Slot, WS-Class-Idx) TO AD-Exact.
           MOVE WS-Accuracy-Pct TO AD-Accuracy.
           MOVE AT-BookUnits(WS-Slot, WS-Class-Idx) TO AD-BookUnits.
           MOVE AT-AbsVariance(WS-Slot, WS-Class-Idx)
               TO AD-AbsVariance.
           MOVE WS-Acc-Detail-Line TO AccuracyRptLine.
           WRITE AccuracyRptLine.

       END PROGRAM CountAccuracy.
