
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM AccumulateCounts.
           PERFORM WriteReturnFile.
           PERFORM ReadStandardTotal.
