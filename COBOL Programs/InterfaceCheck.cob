
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM ReadTodaysCalendar.
           PERFORM LoadFeedRegister.
           PERFORM CheckAllFeeds.
