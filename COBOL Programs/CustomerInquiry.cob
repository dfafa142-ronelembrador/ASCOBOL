
       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).

       ClassifyOneLedgerEntry.
           EVALUATE TRUE
               WHEN (AR-Payment OR AR-CreditNote OR AR-FxDifference)
                       AND AR-RefDate > ZERO
                   PERFORM BucketAmountByRefDate
               WHEN AR-Payment
                   ADD AR-Amount TO WS-Payments
               WHEN AR-Credit-Entry
                   ADD AR-Amount TO WS-Payments
               WHEN OTHER
                   PERFORM BucketInvoiceByAge
