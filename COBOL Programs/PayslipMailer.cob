
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadEmployeeMaster.
           OPEN OUTPUT PayslipOutboxFile.
           OPEN OUTPUT PrintFallbackFile.
