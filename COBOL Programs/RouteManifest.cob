
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadCustomerMaster.
           SORT WorkFile ON ASCENDING KEY WRoute WCustID
