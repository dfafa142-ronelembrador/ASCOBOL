               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadCityRateTable.
           OPEN OUTPUT AuditFile.
           PERFORM ApplyTransactions.
