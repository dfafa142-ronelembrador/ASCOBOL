
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
