       DATA DIVISION.
       FILE SECTION.
       FD  PropertyFile.
           COPY PROPERTY.

       FD  StudentAccomFile.
       01  StudentAccomRec.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           INITIALIZE WS-City-Occ-Table.
           PERFORM LoadPropertyTable.
