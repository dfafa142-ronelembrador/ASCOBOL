
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadEventTable.
           IF Master-Table-Full
               DISPLAY "EVENTINVITE: EVENT TABLE FULL - RUN "
