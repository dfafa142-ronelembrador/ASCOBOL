           CLOSE HeadcountFile.

       LoadCityRates.
           CALL "BusDate" USING WS-CityRate-Run-Date.
           MOVE WS-CityRate-Run-Date TO WS-CityRate-Date-Num.
           INITIALIZE WS-City-Rate-Date-Table.
           OPEN INPUT CityRateFile.
