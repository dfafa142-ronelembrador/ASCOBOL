               MOVE OT-TranType(WS-Entry-Idx) TO AR-TranType
               MOVE OT-Amount(WS-Entry-Idx) TO AR-Amount
               MOVE ZERO TO AR-RefDate
               MOVE ZERO TO AR-InvoiceNo
               MOVE SPACES TO AR-CurrencyCode
               MOVE ZERO TO AR-CurrAmount
               MOVE ZERO TO AR-ExchRate
               WRITE ArLedgerRec
           END-PERFORM.
           CLOSE NewLedgerFile.
