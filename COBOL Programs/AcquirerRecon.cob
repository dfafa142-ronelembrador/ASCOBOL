
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:6) TO WS-Run-Month.
           PERFORM LoadCardTakings.
           IF Hist-Table-Full
