       DATA DIVISION.
       FILE SECTION.
       FD  DonationTranFile.
           COPY DONTRAN.

       FD  GraduateInfoFile.
           COPY GRADINFOGIF.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadGradTable.
           OPEN OUTPUT DonorAckFile.
