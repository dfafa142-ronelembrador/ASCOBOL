      *          an invoice entry and stamped POSTED on the queue so a
      *          rerun cannot post it twice; invoices for unknown
      *          suppliers are rejected to the shared exceptions file.
      *          An invoice from a supplier billing in a foreign
      *          currency is in that currency: it is booked at the
      *          EURxxx rate dated on or before the invoice date -
      *          the latest such rate on the history CURRATEHIST.DAT
      *          or CURRENCYRATES.DAT - with the ledger entry holding
      *          both the currency and the euro amounts. Where no rate
      *          reaches back that far the rate in force is used; an
      *          invoice in a currency with no rate at all is rejected
      *          and stays MATCHED for a later run.
      *          Each invoice posted also writes the input VAT it
      *          carries to VATTRANS.DAT for the VAT return: standard
      *          rate on the euro value for a euro supplier, zero
      *          rate for a supplier billing in another currency,
      *          whose VAT is settled at import. The entry falls in
      *          the VAT period of the invoice date, or in the
      *          current period if that one is already closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Supplier-Status.
           SELECT RateMasterFile ASSIGN TO "CURRENCYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateMaster-Status.
           SELECT RateHistFile ASSIGN TO "CURRATEHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateHist-Status.
           SELECT ApLedgerFile ASSIGN TO "APLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ApLedger-Status.
           SELECT VatTransFile ASSIGN TO "VATTRANS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VatTrans-Status.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.
           COPY APINV.

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  RateMasterFile.
           COPY CURRRATE.

       FD  RateHistFile.
           COPY RATEHIST.

       FD  ApLedgerFile.
           COPY APLEDG.

       FD  VatTransFile.
           COPY VATTRANS.

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-ApInvoice-Status         PIC XX.
       01  WS-Supplier-Status          PIC XX.
       01  WS-RateMaster-Status        PIC XX.
       01  WS-RateHist-Status          PIC XX.
       01  WS-ApLedger-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-VatTrans-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).

       01  WS-Eof-Switches.
               88  ApInvoice-Eof           VALUE "Y".
           02  WS-Supplier-Eof         PIC X VALUE "N".
               88  Supplier-Eof            VALUE "Y".
           02  WS-RateMaster-Eof       PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".
           02  WS-RateHist-Eof         PIC X VALUE "N".
               88  RateHist-Eof            VALUE "Y".

       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  SupplierTable.
                   DEPENDING ON WS-Supplier-Count.
               03 SUP-TableCode            PIC 9(3).
               03 SUP-TableName            PIC X(20).
               03 SUP-TableCurrency        PIC X(3).
       01  WS-Sup-Idx                  PIC 9(3).
       01  WS-Sup-Found-Idx            PIC 9(3).
       01  WS-Supplier-Found           PIC X VALUE "N".
           88  Supplier-Found              VALUE "Y".

               03 IN-Status                PIC X(7).
       01  WS-Invoice-Idx              PIC 9(4).
       01  WS-Posted-Count             PIC 9(4) VALUE ZERO.
       01  WS-Foreign-Count            PIC 9(4) VALUE ZERO.

      * Every EURxxx rate known, current and historical, each with
      * the date it took effect.
       01  WS-Rate-Count               PIC 9(4) VALUE ZERO.
       01  WS-Rate-Table-Limit         PIC 9(4) VALUE 3000.
       01  WS-Rate-Table-Full          PIC X VALUE "N".
           88  Rate-Table-Full             VALUE "Y".
       01  RateTable.
           02 Rate-Entry OCCURS 3000 TIMES
                   DEPENDING ON WS-Rate-Count.
               03 XR-Currency              PIC X(3).
               03 XR-Rate                  PIC 9(3)V9(5).
               03 XR-RateDate              PIC 9(8).
               03 XR-Current               PIC X.
       01  WS-Rate-Idx                 PIC 9(4).
       01  WS-Inv-Currency             PIC X(3).
       01  WS-Inv-Rate                 PIC 9(3)V9(5).
       01  WS-Best-RateDate            PIC 9(8).
       01  WS-Rate-Found               PIC X VALUE "N".
           88  Rate-Found                  VALUE "Y".

      * Input VAT. A VATTRANS.DAT entry holds at most WS-Vat-Line-Max
      * net, so a larger invoice is written as several entries under
      * the same reference.
       01  WS-Vat-Standard-Rate        PIC 9V99 VALUE 0.23.
       01  WS-Vat-Line-Max             PIC 9(5)V99 VALUE 99999.99.
       01  WS-Vat-Remaining            PIC S9(7)V99.
       01  WS-Vat-Period               PIC 9(6).
       01  WS-Vat-Line-Rate            PIC 9V99.
       01  WS-Vat-Line-Code            PIC X.
       01  WS-Period-Subsystem         PIC X(8) VALUE "VAT".
       01  WS-Period-Result            PIC X.
       01  WS-Period-Check-Date        PIC 9(8).
       01  WS-Vat-Entry-Count          PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM OpenExceptionsFile.
           PERFORM LoadSupplierTable.
           PERFORM LoadCurrentRates.
           PERFORM LoadRateHistory.
           IF Rate-Table-Full
               DISPLAY "APLEDGERPOST: EXCHANGE RATE TABLE FULL - "
                   "NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               CLOSE ExceptionsFile
               STOP RUN
           END-IF.
           PERFORM LoadInvoiceQueue.
           IF Invoice-Table-Full
               DISPLAY "APLEDGERPOST: INVOICE TABLE FULL - "
           IF WS-ApLedger-Status = "35"
               OPEN OUTPUT ApLedgerFile
           END-IF.
           OPEN EXTEND VatTransFile.
           IF WS-VatTrans-Status = "35"
               OPEN OUTPUT VatTransFile
           END-IF.
           PERFORM PostOneInvoice
               VARYING WS-Invoice-Idx FROM 1 BY 1
               UNTIL WS-Invoice-Idx > WS-Invoice-Count.
           CLOSE ApLedgerFile.
           CLOSE VatTransFile.
           PERFORM RewriteInvoiceQueue.
           CLOSE ExceptionsFile.
           DISPLAY "APLEDGERPOST: " WS-Posted-Count
               " INVOICES POSTED TO AP LEDGER, " WS-Foreign-Count
               " IN FOREIGN CURRENCY".
           DISPLAY "APLEDGERPOST: " WS-Vat-Entry-Count
               " INPUT VAT ENTRIES WRITTEN".
           STOP RUN.

       OpenExceptionsFile.
                       TO SUP-TableCode(WS-Supplier-Count)
                   MOVE SUP-Name
                       TO SUP-TableName(WS-Supplier-Count)
                   IF SUP-Euro-Supplier
                       MOVE SPACES
                           TO SUP-TableCurrency(WS-Supplier-Count)
                   ELSE
                       MOVE SUP-CurrencyCode
                           TO SUP-TableCurrency(WS-Supplier-Count)
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               IF SUP-TableCode(WS-Sup-Idx)
                       = IN-SupplierCode(WS-Invoice-Idx)
                   MOVE "Y" TO WS-Supplier-Found
                   MOVE WS-Sup-Idx TO WS-Sup-Found-Idx
               END-IF
           END-PERFORM.

       LoadCurrentRates.
           OPEN INPUT RateMasterFile.
           IF WS-RateMaster-Status = "00"
               READ RateMasterFile
                   AT END MOVE "Y" TO WS-RateMaster-Eof
               END-READ
               PERFORM UNTIL RateMaster-Eof
                   IF CR-CurrencyPair(1:3) = "EUR" AND CR-Rate > ZERO
                       IF WS-Rate-Count >= WS-Rate-Table-Limit
                           MOVE "Y" TO WS-Rate-Table-Full
                           MOVE "Y" TO WS-RateMaster-Eof
                       ELSE
                           ADD 1 TO WS-Rate-Count
                           MOVE CR-CurrencyPair(4:3)
                               TO XR-Currency(WS-Rate-Count)
                           MOVE CR-Rate TO XR-Rate(WS-Rate-Count)
                           MOVE CR-RateDate
                               TO XR-RateDate(WS-Rate-Count)
                           MOVE "Y" TO XR-Current(WS-Rate-Count)
                       END-IF
                   END-IF
                   READ RateMasterFile
                       AT END MOVE "Y" TO WS-RateMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RateMasterFile
           END-IF.

       LoadRateHistory.
           OPEN INPUT RateHistFile.
           IF WS-RateHist-Status = "00"
               READ RateHistFile
                   AT END MOVE "Y" TO WS-RateHist-Eof
               END-READ
               PERFORM UNTIL RateHist-Eof
                   IF RH-CurrencyPair(1:3) = "EUR" AND RH-Rate > ZERO
                       IF WS-Rate-Count >= WS-Rate-Table-Limit
                           MOVE "Y" TO WS-Rate-Table-Full
                           MOVE "Y" TO WS-RateHist-Eof
                       ELSE
                           ADD 1 TO WS-Rate-Count
                           MOVE RH-CurrencyPair(4:3)
                               TO XR-Currency(WS-Rate-Count)
                           MOVE RH-Rate TO XR-Rate(WS-Rate-Count)
                           MOVE RH-RateDate
                               TO XR-RateDate(WS-Rate-Count)
                           MOVE "N" TO XR-Current(WS-Rate-Count)
                       END-IF
                   END-IF
                   READ RateHistFile
                       AT END MOVE "Y" TO WS-RateHist-Eof
                   END-READ
               END-PERFORM
               CLOSE RateHistFile
           END-IF.

      * The latest rate dated on or before the invoice date; failing
      * that, the rate in force.
       FindInvoiceRate.
           MOVE "N" TO WS-Rate-Found.
           MOVE ZERO TO WS-Best-RateDate.
           PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Rate-Idx > WS-Rate-Count
               IF XR-Currency(WS-Rate-Idx) = WS-Inv-Currency
                       AND XR-RateDate(WS-Rate-Idx)
                           <= IN-InvDate(WS-Invoice-Idx)
                       AND XR-RateDate(WS-Rate-Idx)
                           >= WS-Best-RateDate
                   MOVE "Y" TO WS-Rate-Found
                   MOVE XR-RateDate(WS-Rate-Idx) TO WS-Best-RateDate
                   MOVE XR-Rate(WS-Rate-Idx) TO WS-Inv-Rate
               END-IF
           END-PERFORM.
           IF NOT Rate-Found
               PERFORM VARYING WS-Rate-Idx FROM 1 BY 1
                       UNTIL WS-Rate-Idx > WS-Rate-Count
                           OR Rate-Found
                   IF XR-Currency(WS-Rate-Idx) = WS-Inv-Currency
                           AND XR-Current(WS-Rate-Idx) = "Y"
                       MOVE "Y" TO WS-Rate-Found
                       MOVE XR-Rate(WS-Rate-Idx) TO WS-Inv-Rate
                   END-IF
               END-PERFORM
           END-IF.

       LoadInvoiceQueue.
           OPEN INPUT ApInvoiceFile.
           IF IN-Status(WS-Invoice-Idx) = "MATCHED"
               PERFORM LookupSupplier
               IF Supplier-Found
                   MOVE SUP-TableCurrency(WS-Sup-Found-Idx)
                       TO WS-Inv-Currency
                   IF WS-Inv-Currency = SPACES
                       PERFORM PostEuroInvoice
                   ELSE
                       PERFORM FindInvoiceRate
                       IF Rate-Found
                           PERFORM PostForeignInvoice
                       ELSE
                           MOVE WS-Run-Date TO EXC-RunDate
                           MOVE "APLEDGPOST" TO EXC-Source
                           MOVE IN-InvoiceNo(WS-Invoice-Idx)
                               TO EXC-Key
                           MOVE SPACES TO EXC-Reason
                           STRING "NO RATE FOR " WS-Inv-Currency
                               DELIMITED BY SIZE INTO EXC-Reason
                           WRITE ExceptionRecord
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-Run-Date TO EXC-RunDate
                   MOVE "APLEDGPOST" TO EXC-Source
               END-IF
           END-IF.

       PostEuroInvoice.
           MOVE IN-SupplierCode(WS-Invoice-Idx) TO AP-SupplierCode.
           MOVE IN-InvoiceNo(WS-Invoice-Idx) TO AP-InvoiceNo.
           MOVE IN-InvDate(WS-Invoice-Idx) TO AP-TranDate.
           MOVE "I" TO AP-TranType.
           MOVE IN-InvValue(WS-Invoice-Idx) TO AP-Amount.
           MOVE SPACES TO AP-CurrencyCode.
           MOVE ZERO TO AP-CurrAmount.
           MOVE ZERO TO AP-ExchRate.
           WRITE ApLedgerRec.
           MOVE WS-Vat-Standard-Rate TO WS-Vat-Line-Rate.
           MOVE "S" TO WS-Vat-Line-Code.
           PERFORM WriteInputVat.
           MOVE "POSTED" TO IN-Status(WS-Invoice-Idx).
           ADD 1 TO WS-Posted-Count.

       PostForeignInvoice.
           MOVE IN-SupplierCode(WS-Invoice-Idx) TO AP-SupplierCode.
           MOVE IN-InvoiceNo(WS-Invoice-Idx) TO AP-InvoiceNo.
           MOVE IN-InvDate(WS-Invoice-Idx) TO AP-TranDate.
           MOVE "I" TO AP-TranType.
           COMPUTE AP-Amount ROUNDED =
               IN-InvValue(WS-Invoice-Idx) / WS-Inv-Rate.
           MOVE WS-Inv-Currency TO AP-CurrencyCode.
           MOVE IN-InvValue(WS-Invoice-Idx) TO AP-CurrAmount.
           MOVE WS-Inv-Rate TO AP-ExchRate.
           WRITE ApLedgerRec.
           MOVE ZERO TO WS-Vat-Line-Rate.
           MOVE "Z" TO WS-Vat-Line-Code.
           PERFORM WriteInputVat.
           MOVE "POSTED" TO IN-Status(WS-Invoice-Idx).
           ADD 1 TO WS-Posted-Count.
           ADD 1 TO WS-Foreign-Count.

      * The caller has written the ledger entry and set the line rate
      * and rate code; the net is the entry's euro amount.
       WriteInputVat.
           MOVE IN-InvDate(WS-Invoice-Idx) TO WS-Period-Check-Date.
           CALL "PeriodCheck" USING WS-Period-Subsystem
               WS-Period-Check-Date WS-Period-Result.
           IF WS-Period-Result = "C"
               MOVE WS-Run-Date(1:6) TO WS-Vat-Period
           ELSE
               MOVE WS-Period-Check-Date(1:6) TO WS-Vat-Period
           END-IF.
           MOVE AP-Amount TO WS-Vat-Remaining.
           PERFORM UNTIL WS-Vat-Remaining = ZERO
               IF WS-Vat-Remaining > WS-Vat-Line-Max
                   MOVE WS-Vat-Line-Max TO Sales
               ELSE
                   MOVE WS-Vat-Remaining TO Sales
               END-IF
               SUBTRACT Sales FROM WS-Vat-Remaining
               MOVE WS-Vat-Line-Rate TO VatRate
               MOVE "I" TO VatDirection
               MOVE WS-Vat-Period TO VatPeriod
               MOVE WS-Vat-Line-Code TO VatRateCode
               MOVE IN-InvDate(WS-Invoice-Idx) TO VatTranDate
               MOVE AP-SupplierCode TO VatParty
               MOVE AP-InvoiceNo TO VatReference
               WRITE VatTransRec
               ADD 1 TO WS-Vat-Entry-Count
           END-PERFORM.

       RewriteInvoiceQueue.
           OPEN OUTPUT ApInvoiceFile.
           PERFORM VARYING WS-Invoice-Idx FROM 1 BY 1
