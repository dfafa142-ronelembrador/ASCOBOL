
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadRuleSeverities.
           OPEN OUTPUT IntegRptFile.
           PERFORM ScanOneRelationship
