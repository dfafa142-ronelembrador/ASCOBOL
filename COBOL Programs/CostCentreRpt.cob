
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Run-Year.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadEmployerRate.
