
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Current-Year.
           COMPUTE WS-Max-Grad-Year = WS-Current-Year + 1.
           PERFORM OpenExceptionsFile.
