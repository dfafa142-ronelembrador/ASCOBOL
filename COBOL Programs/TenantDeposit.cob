
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadTenantTable.
           PERFORM LoadDepositBalances.
                   MOVE TL-TenantID TO WS-Lookup-TenantID
                   PERFORM LookupTenant
                   IF Tenant-Found
                       IF TL-Debit
                           ADD TL-Amount
                               TO TN-Arrears(WS-Found-Idx)
                       ELSE
