
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Current-Year.
           OPEN INPUT GraduateInfoFile.
           OPEN OUTPUT PurgeAuditFile.
