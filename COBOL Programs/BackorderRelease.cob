               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadBranchStockTable.
           OPEN EXTEND StockMoveFile.
           IF WS-StockMove-Status = "35"
