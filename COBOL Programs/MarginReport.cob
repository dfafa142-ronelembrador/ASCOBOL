
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           INITIALIZE WS-Oil-Margin-Table.
           INITIALIZE WS-Branch-Margin-Table.
           PERFORM LoadOilWCostTable.
