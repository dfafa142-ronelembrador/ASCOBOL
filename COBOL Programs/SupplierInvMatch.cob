
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadOpenPOs.
           PERFORM LoadPOHistory.
           PERFORM LoadSupplierCosts.
