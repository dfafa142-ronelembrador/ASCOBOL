
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadExceptionTable.
           IF Table-Full
               DISPLAY "REJECTCORRECT: EXCEPTIONS TABLE FULL - "
