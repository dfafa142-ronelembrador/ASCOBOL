
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadCityRates.
           PERFORM LoadLedgerBalances.
           OPEN INPUT TenantRentFile.
                   TO LB-TenantID(WS-LedgerBal-Found-Idx)
               MOVE ZERO TO LB-Balance(WS-LedgerBal-Found-Idx)
           END-IF.
           IF TL-Debit
               ADD TL-Amount TO LB-Balance(WS-LedgerBal-Found-Idx)
           ELSE
               SUBTRACT TL-Amount
           END-IF.

       LoadCityRates.
           CALL "BusDate" USING WS-CityRate-Run-Date.
           MOVE WS-CityRate-Run-Date TO WS-CityRate-Date-Num.
           INITIALIZE WS-City-Rate-Date-Table.
           OPEN INPUT CityRateFile.
