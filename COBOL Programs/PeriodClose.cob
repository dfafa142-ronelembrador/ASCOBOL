           02  PT4-Operator            PIC X(8).

       FD  OperatorFile.
           COPY OPERMAST.

       FD  PeriodAuditFile.
       01  PeriodAuditLine             PIC X(60).

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadPeriodTable.
           OPEN EXTEND PeriodAuditFile.
