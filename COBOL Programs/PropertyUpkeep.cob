       DATA DIVISION.
       FILE SECTION.
       FD  MaintReqFile.
           COPY MAINTREQ.

       FD  TransactionFile.
           COPY MAINTTRAN.

       FD  ReqNumberFile.
       01  ReqNumberLine               PIC 9(5).

       FD  PropertyFile.
           COPY PROPERTY.

       FD  OpenReportFile.
       01  OpenReportLine              PIC X(90).
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:4) TO WS-Run-Year.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
