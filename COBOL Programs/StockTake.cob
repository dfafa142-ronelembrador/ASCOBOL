      *          approval, the counted figures are posted back to the
      *          stock files with a generation backup first and an
      *          audit line per adjustment; without it the run is
      *          report-only. A signed-off run also records every
      *          counted line, variance or not, on COUNTHIST.DAT with
      *          the oil's ABC class from OILABC.DAT, so cycle-count
      *          accuracy can be tracked by class over time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT StockMoveFile ASSIGN TO "STOCKMOVES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-StockMove-Status.
           SELECT OilAbcFile ASSIGN TO "OILABC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilAbc-Status.
           SELECT CountHistFile ASSIGN TO "COUNTHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CountHist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StockMoveFile.
           COPY STKMOVE.

       FD  OilAbcFile.
           COPY OILABC.

       FD  CountHistFile.
           COPY CNTHIST.

       WORKING-STORAGE SECTION.
       01  WS-StockCount-Status        PIC XX.
       01  WS-TakeCtl-Status           PIC XX.
       01  WS-BranchStock-Status       PIC XX.
       01  WS-TakeAudit-Status         PIC XX.
       01  WS-StockMove-Status         PIC XX.
       01  WS-OilAbc-Status            PIC XX.
       01  WS-CountHist-Status         PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Approved-Flag            PIC X VALUE "N".
           88  Adjustments-Approved        VALUE "Y".
               88  BranchStock-Eof         VALUE "Y".
           02  WS-Count-Eof            PIC X VALUE "N".
               88  Count-Eof               VALUE "Y".
           02  WS-OilAbc-Eof           PIC X VALUE "N".
               88  OilAbc-Eof              VALUE "Y".

      * ABC class per oil number, stamped on the count history.
       01  WS-Oil-Class-Table.
           02  WS-Oil-Class            PIC X OCCURS 30 TIMES.

       01  WS-Table-Idx                PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           INITIALIZE WS-Oil-Variance-Table.
           PERFORM ReadSignOff.
           IF Adjustments-Approved
               IF WS-StockMove-Status = "35"
                   OPEN OUTPUT StockMoveFile
               END-IF
               PERFORM LoadOilClasses
               OPEN EXTEND CountHistFile
               IF WS-CountHist-Status = "35"
                   OPEN OUTPUT CountHistFile
               END-IF
           END-IF.
           PERFORM WriteTakeHeader.
           PERFORM ProcessCountFile.
           CLOSE VarianceRptFile.
           IF Adjustments-Approved
               CLOSE TakeAuditFile
               CLOSE CountHistFile
               PERFORM ApplyOilVariances
               CLOSE StockMoveFile
               PERFORM RewriteOilPriceFile
               CLOSE StockTakeCtlFile
           END-IF.

       LoadOilClasses.
           MOVE SPACES TO WS-Oil-Class-Table.
           OPEN INPUT OilAbcFile.
           IF WS-OilAbc-Status = "00"
               READ OilAbcFile
                   AT END MOVE "Y" TO WS-OilAbc-Eof
               END-READ
               PERFORM UNTIL OilAbc-Eof
                   IF ABC-OilNum >= 1 AND ABC-OilNum <= 30
                       MOVE ABC-Class TO WS-Oil-Class(ABC-OilNum)
                   END-IF
                   READ OilAbcFile
                       AT END MOVE "Y" TO WS-OilAbc-Eof
                   END-READ
               END-PERFORM
               CLOSE OilAbcFile
           END-IF.

       LoadOilPriceTable.
           OPEN INPUT OilPriceFile.
           READ OilPriceFile
               MOVE ZERO TO WS-Book-Qty
           END-IF.
           COMPUTE WS-Variance-Qty = SCT-CountQty - WS-Book-Qty.
           IF Adjustments-Approved
               PERFORM WriteCountHistory
           END-IF.
           MOVE SCT-OilNum TO WS-Lookup-OilNum.
           PERFORM FindOilEntry.
           IF Entry-Found
               END-IF
           END-IF.

       WriteCountHistory.
           MOVE WS-Run-Date TO CH-CountDate.
           MOVE SCT-Branch TO CH-Branch.
           MOVE SCT-OilNum TO CH-OilNum.
           IF SCT-OilNum >= 1 AND SCT-OilNum <= 30
               MOVE WS-Oil-Class(SCT-OilNum) TO CH-Class
           ELSE
               MOVE SPACE TO CH-Class
           END-IF.
           MOVE WS-Book-Qty TO CH-BookQty.
           MOVE SCT-CountQty TO CH-CountQty.
           WRITE CountHistRec.

       PostOneAdjustment.
           IF BrStock-Found
               MOVE SCT-CountQty TO BT-Stock(WS-BrStock-Found-Idx)
