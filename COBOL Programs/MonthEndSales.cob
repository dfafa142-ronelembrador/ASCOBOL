
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:6) TO WS-Current-Month.
           MOVE WS-Run-Date(1:4) TO WS-Current-Year.
           PERFORM ComputePriorMonth.
