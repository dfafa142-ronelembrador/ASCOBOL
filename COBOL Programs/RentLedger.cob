      *          monthly rent charge per tenant from the city rent
      *          schedule (skipping tenants already charged this
      *          month), posts the rent-payments batch (RENTPAY.DAT)
      *          against the ledger (direct-debit collections from
      *          RentDdCollect post as direct-debit payments), and
      *          writes a monthly statement
      *          per tenant showing the month's charges and payments
      *          and the running balance - so TENANTRENT.DAT stops
      *          being edited by hand as payments arrive.
           02 TR-AmountPaid             PIC 9(4)V99.

       FD  RentPayFile.
           COPY RENTPAY.

       FD  TenantLedgerFile.
           COPY TENLEDG.
       FD  TenancyFile.
           COPY TENANCY.

       FD  SponsorshipFile.
           COPY SPONSHIP.

       FD  SponsorLedgerFile.
           COPY SPONLEDG.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date(1:6) TO WS-Run-Month.
           PERFORM OpenExceptionsFile.
           PERFORM LoadCityRates.
           PERFORM LookupTenant.
           IF Tenant-Found
               MOVE TL-TranDate(1:6) TO WS-Entry-Month
               EVALUATE TRUE
                   WHEN TL-Charge
                       ADD TL-Amount TO TN-Balance(WS-Found-Idx)
                       IF WS-Entry-Month = WS-Run-Month
                           MOVE "Y"
                               TO TN-Charged-This-Month(WS-Found-Idx)
                           ADD TL-Amount
                               TO TN-Month-Charges(WS-Found-Idx)
                       END-IF
                   WHEN TL-Returned
                   WHEN TL-Utility
                       ADD TL-Amount TO TN-Balance(WS-Found-Idx)
                       IF WS-Entry-Month = WS-Run-Month
                           ADD TL-Amount
                               TO TN-Month-Charges(WS-Found-Idx)
                       END-IF
                   WHEN OTHER
                       SUBTRACT TL-Amount
                           FROM TN-Balance(WS-Found-Idx)
                       IF WS-Entry-Month = WS-Run-Month
                           ADD TL-Amount
                               TO TN-Month-Payments(WS-Found-Idx)
                       END-IF
               END-EVALUATE
           END-IF.

       LoadTenancyTable.
           PERFORM LookupTenant.
           IF Tenant-Found
               MOVE RP-PayDate TO TL-TranDate
               IF RP-DirectDebit
                   MOVE "D" TO TL-TranType
               ELSE
                   MOVE "P" TO TL-TranType
               END-IF
               MOVE RP-Amount TO TL-Amount
               WRITE TenantLedgerRec
               SUBTRACT RP-Amount FROM TN-Balance(WS-Found-Idx)
           WRITE StatementLine.

       LoadCityRates.
           CALL "BusDate" USING WS-CityRate-Run-Date.
           MOVE WS-CityRate-Run-Date TO WS-CityRate-Date-Num.
           INITIALIZE WS-City-Rate-Date-Table.
           OPEN INPUT CityRateFile.
