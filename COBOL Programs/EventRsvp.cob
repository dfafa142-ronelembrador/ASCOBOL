
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadEventTable.
           PERFORM LoadGradTable.
