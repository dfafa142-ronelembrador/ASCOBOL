
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadFloatTable.
           PERFORM AccumulateDeclaredCash.
           PERFORM ReadSafeBalance.
