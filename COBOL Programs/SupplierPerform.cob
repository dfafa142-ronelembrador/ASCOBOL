       DATA DIVISION.
       FILE SECTION.
       FD  SupplierFile.
           COPY SUPPMAST.

       FD  POHistFile.
           COPY POHIST.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
