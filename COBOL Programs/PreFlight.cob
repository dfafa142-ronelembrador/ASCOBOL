
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           OPEN OUTPUT ChecklistFile.
           PERFORM ReadSeenControls.
