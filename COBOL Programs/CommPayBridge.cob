           COPY COMMDET.

       FD  RepMaster.
           COPY AROMAREP.

       FD  PayExtraFile.
           COPY PAYEXTRA.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Pay-Year.
           MOVE WS-Run-Date(5:2) TO WS-Pay-Period.
           PERFORM CheckPeriodNotBridged.
