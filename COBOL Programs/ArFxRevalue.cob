      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end revaluation of the foreign-currency items
      *          on the accounts-receivable ledger. ARLEDGER.DAT is
      *          replayed in the CashReceipts open-item manner, each
      *          invoice keeping what remains open both in its own
      *          currency and in the euro it was booked at. Every
      *          foreign item still open is restated at the closing
      *          EURxxx rate on CURRENCYRATES.DAT, and the difference
      *          from its booked euro reported as an unrealised
      *          exchange gain or loss, by item and by currency, on
      *          ARFXREVAL.DAT. The ledger itself is not touched: the
      *          items stay at their booked euro, so each month-end
      *          restates afresh and nothing needs reversing. The
      *          realised differences CashReceipts posted in the
      *          month (ledger type X) are totalled alongside.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArFxRevalue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RateMasterFile ASSIGN TO "CURRENCYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateMaster-Status.
           SELECT RevalFile ASSIGN TO "ARFXREVAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  RateMasterFile.
           COPY CURRRATE.

       FD  RevalFile.
       01  RevalLine                   PIC X(120).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-RateMaster-Status        PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       01  WS-Eof-Switches.
           02  WS-Ledger-Eof           PIC X VALUE "N".
               88  Ledger-Eof              VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-RateMaster-Eof       PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".

       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Cust-Found               PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

      * Closing rates, one per EURxxx pair on the rates master, with
      * the month's revaluation and realised totals per currency.
       01  WS-Curr-Rate-Count          PIC 99 VALUE ZERO.
       01  WS-Curr-Rate-Limit          PIC 99 VALUE 20.
       01  WS-Curr-Rate-Table.
           02  Curr-Rate-Entry OCCURS 20 TIMES.
               03  XR-Currency         PIC X(3).
               03  XR-Rate             PIC 9(3)V9(5).
               03  XR-RateDate         PIC 9(8).
               03  XR-Open-Curr        PIC S9(11)V99.
               03  XR-Book-Euro        PIC S9(11)V99.
               03  XR-Closing-Euro     PIC S9(11)V99.
               03  XR-Realised         PIC S9(11)V99.
       01  WS-Curr-Rate-Idx            PIC 99.
       01  WS-Rate-Found-Idx           PIC 99.
       01  WS-Curr-Rate-Found          PIC X VALUE "N".
           88  Curr-Rate-Found             VALUE "Y".
       01  WS-Lookup-Currency          PIC X(3).

      * Open items built from the ledger as CashReceipts builds them,
      * in the item's currency and in euro.
       01  WS-OpenItem-Count           PIC 9(5) VALUE ZERO.
       01  WS-OpenItem-Table-Limit     PIC 9(5) VALUE 10000.
       01  WS-OpenItem-Table-Full      PIC X VALUE "N".
           88  OpenItem-Table-Full         VALUE "Y".
       01  OpenItemTable.
           02 OpenItem-Entry OCCURS 10000 TIMES.
               03 OI-CustID                PIC 9(5).
               03 OI-InvDate               PIC 9(8).
               03 OI-InvoiceNo             PIC 9(6).
               03 OI-Amount                PIC S9(9)V99.
               03 OI-Applied               PIC S9(9)V99.
               03 OI-Currency              PIC X(3).
               03 OI-CurrAmount            PIC S9(9)V99.
               03 OI-CurrApplied           PIC S9(9)V99.
       01  WS-OpenItem-Idx             PIC 9(5).
       01  WS-OpenItem-Found-Idx       PIC 9(5).
       01  WS-OpenItem-Found           PIC X VALUE "N".
           88  OpenItem-Found              VALUE "Y".
       01  WS-Lookup-InvDate           PIC 9(8).
       01  WS-Lookup-InvoiceNo         PIC 9(6).
       01  WS-Unallocated-Cash         PIC S9(9)V99.
       01  WS-Oldest-Idx               PIC 9(5).
       01  WS-Oldest-Date              PIC 9(8).
       01  WS-Item-Remaining           PIC S9(9)V99.
       01  WS-Apply-Amount             PIC S9(9)V99.
       01  WS-Apply-Idx                PIC 9(5).

       01  WS-Open-Curr                PIC S9(9)V99.
       01  WS-Book-Euro                PIC S9(9)V99.
       01  WS-Closing-Euro             PIC S9(9)V99.
       01  WS-Unrealised               PIC S9(9)V99.
       01  WS-Item-Count               PIC 9(5) VALUE ZERO.
       01  WS-Unreal-Gain-Total        PIC S9(11)V99 VALUE ZERO.
       01  WS-Unreal-Loss-Total        PIC S9(11)V99 VALUE ZERO.
       01  WS-Real-Gain-Total          PIC S9(11)V99 VALUE ZERO.
       01  WS-Real-Loss-Total          PIC S9(11)V99 VALUE ZERO.

       01  WS-Reval-Header-Line.
           02  FILLER                  PIC X(31)
                   VALUE "AR FOREIGN CURRENCY REVALUATION".
           02  FILLER                  PIC X(4) VALUE " AT ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-Reval-Rate-Line.
           02  FILLER                  PIC X(16)
                   VALUE "CLOSING RATE EUR".
           02  RR-Currency             PIC X(3).
           02  FILLER                  PIC X(3) VALUE " = ".
           02  RR-Rate                 PIC ZZ9.99999.
           02  FILLER                  PIC X(7) VALUE " AS AT ".
           02  RR-RateDate             PIC 9(8).
           02  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-Reval-Item-Line.
           02  RI-CustID               PIC 9(5).
           02  FILLER                  PIC X VALUE SPACES.
           02  RI-CustName             PIC X(20).
           02  FILLER                  PIC X(5) VALUE "  INV".
           02  RI-InvoiceNo            PIC ZZZZZ9.
           02  FILLER                  PIC X VALUE SPACES.
           02  RI-InvDate              PIC 9(8).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RI-Currency             PIC X(3).
           02  RI-OpenCurr             PIC -ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  BOOK ".
           02  RI-BookEuro             PIC -ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  NOW  ".
           02  RI-ClosingEuro          PIC -ZZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  DIFF ".
           02  RI-Unrealised           PIC -ZZZZ,ZZ9.99.

       01  WS-Reval-Curr-Line.
           02  FILLER                  PIC X(6) VALUE "TOTAL ".
           02  RC-Currency             PIC X(3).
           02  FILLER                  PIC X(7) VALUE "  OPEN ".
           02  RC-OpenCurr             PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  BOOK ".
           02  RC-BookEuro             PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  NOW  ".
           02  RC-ClosingEuro          PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  UNREAL ".
           02  RC-Unrealised           PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(7) VALUE "  REAL ".
           02  RC-Realised             PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-Reval-Total-Line.
           02  RT-Label                PIC X(24).
           02  FILLER                  PIC X(7) VALUE "GAINS  ".
           02  RT-Gains                PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  LOSSES ".
           02  RT-Losses               PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  NET ".
           02  RT-Net                  PIC -ZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM OpenExceptionsFile.
           PERFORM LoadCustomerMaster.
           PERFORM LoadCurrencyRates.
           PERFORM LoadOpenItems.
           PERFORM WriteRevaluation.
           CLOSE ExceptionsFile.
           DISPLAY "ARFXREVALUE: " WS-Item-Count
               " FOREIGN ITEMS REVALUED".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           READ CustomerMaster
               AT END MOVE "Y" TO WS-CustomerMaster-Eof
           END-READ.
           PERFORM UNTIL CustomerMaster-Eof
               IF WS-Customer-Count < WS-Customer-Table-Limit
                   ADD 1 TO WS-Customer-Count
                   MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                   MOVE CM-CustName TO CT-CustName(WS-Customer-Count)
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
           END-PERFORM.
           CLOSE CustomerMaster.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Cust-Found
                   MOVE WS-Cust-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       LoadCurrencyRates.
           OPEN INPUT RateMasterFile.
           IF WS-RateMaster-Status = "00"
               READ RateMasterFile
                   AT END MOVE "Y" TO WS-RateMaster-Eof
               END-READ
               PERFORM UNTIL RateMaster-Eof
                   IF CR-CurrencyPair(1:3) = "EUR"
                           AND CR-Rate > ZERO
                           AND WS-Curr-Rate-Count < WS-Curr-Rate-Limit
                       ADD 1 TO WS-Curr-Rate-Count
                       MOVE CR-CurrencyPair(4:3)
                           TO XR-Currency(WS-Curr-Rate-Count)
                       MOVE CR-Rate TO XR-Rate(WS-Curr-Rate-Count)
                       MOVE CR-RateDate
                           TO XR-RateDate(WS-Curr-Rate-Count)
                       MOVE ZERO TO XR-Open-Curr(WS-Curr-Rate-Count)
                       MOVE ZERO TO XR-Book-Euro(WS-Curr-Rate-Count)
                       MOVE ZERO
                           TO XR-Closing-Euro(WS-Curr-Rate-Count)
                       MOVE ZERO TO XR-Realised(WS-Curr-Rate-Count)
                   END-IF
                   READ RateMasterFile
                       AT END MOVE "Y" TO WS-RateMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RateMasterFile
           END-IF.

      * The caller sets WS-Lookup-Currency.
       FindCurrencyRate.
           MOVE "N" TO WS-Curr-Rate-Found.
           PERFORM VARYING WS-Curr-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Curr-Rate-Idx > WS-Curr-Rate-Count
                       OR Curr-Rate-Found
               IF XR-Currency(WS-Curr-Rate-Idx) = WS-Lookup-Currency
                   MOVE "Y" TO WS-Curr-Rate-Found
                   MOVE WS-Curr-Rate-Idx TO WS-Rate-Found-Idx
               END-IF
           END-PERFORM.

       LoadOpenItems.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
               READ ArLedgerFile
                   AT END MOVE "Y" TO WS-Ledger-Eof
               END-READ
               PERFORM UNTIL Ledger-Eof
                   PERFORM NoteOneLedgerEntry
                   IF AR-FxDifference
                           AND AR-TranDate(1:6) = WS-Run-Date(1:6)
                       PERFORM NoteRealisedDifference
                   END-IF
                   READ ArLedgerFile
                       AT END MOVE "Y" TO WS-Ledger-Eof
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

       NoteOneLedgerEntry.
           IF AR-Invoice OR AR-Interest
               IF WS-OpenItem-Count >= WS-OpenItem-Table-Limit
                   IF NOT OpenItem-Table-Full
                       MOVE "Y" TO WS-OpenItem-Table-Full
                       DISPLAY "ARFXREVALUE: OPEN ITEM TABLE FULL - "
                           "ITEMS BEYOND "
                           WS-OpenItem-Table-Limit " NOT REVALUED"
                   END-IF
               ELSE
                   ADD 1 TO WS-OpenItem-Count
                   MOVE AR-CustID TO OI-CustID(WS-OpenItem-Count)
                   MOVE AR-TranDate TO OI-InvDate(WS-OpenItem-Count)
                   IF AR-Interest
                       MOVE ZERO TO OI-InvoiceNo(WS-OpenItem-Count)
                   ELSE
                       MOVE AR-InvoiceNo
                           TO OI-InvoiceNo(WS-OpenItem-Count)
                   END-IF
                   MOVE AR-Amount TO OI-Amount(WS-OpenItem-Count)
                   MOVE ZERO TO OI-Applied(WS-OpenItem-Count)
                   IF AR-Euro-Entry
                       MOVE SPACES TO OI-Currency(WS-OpenItem-Count)
                       MOVE AR-Amount
                           TO OI-CurrAmount(WS-OpenItem-Count)
                   ELSE
                       MOVE AR-CurrencyCode
                           TO OI-Currency(WS-OpenItem-Count)
                       MOVE AR-CurrAmount
                           TO OI-CurrAmount(WS-OpenItem-Count)
                   END-IF
                   MOVE ZERO TO OI-CurrApplied(WS-OpenItem-Count)
               END-IF
           ELSE
               IF AR-Payment OR AR-CreditNote OR AR-FxDifference
                   IF AR-InvoiceNo > ZERO OR AR-RefDate > ZERO
                       IF AR-InvoiceNo > ZERO
                           MOVE AR-InvoiceNo TO WS-Lookup-InvoiceNo
                           PERFORM FindOpenItemByNumber
                       ELSE
                           MOVE AR-RefDate TO WS-Lookup-InvDate
                           PERFORM FindOpenItem
                       END-IF
                       IF OpenItem-Found
                           ADD AR-Amount
                               TO OI-Applied(WS-OpenItem-Found-Idx)
                           MOVE WS-OpenItem-Found-Idx TO WS-Apply-Idx
                           MOVE AR-Amount TO WS-Apply-Amount
                           PERFORM NoteCurrencyApplied
                       END-IF
                   ELSE
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyCashOldestFirst
                   END-IF
               ELSE
                   IF AR-Credit-Entry
                       MOVE AR-Amount TO WS-Unallocated-Cash
                       PERFORM ApplyCashOldestFirst
                   END-IF
               END-IF
           END-IF.

      * As CashReceipts: a foreign receipt pays its currency amount,
      * an exchange difference pays none, and any other euro credit
      * against a foreign item pays its share at the booked rate.
       NoteCurrencyApplied.
           EVALUATE TRUE
               WHEN OI-Currency(WS-Apply-Idx) = SPACES
                   ADD WS-Apply-Amount TO OI-CurrApplied(WS-Apply-Idx)
               WHEN AR-FxDifference
                   CONTINUE
               WHEN AR-CurrencyCode = OI-Currency(WS-Apply-Idx)
                       AND AR-Amount = WS-Apply-Amount
                   ADD AR-CurrAmount TO OI-CurrApplied(WS-Apply-Idx)
               WHEN OI-Amount(WS-Apply-Idx) NOT = ZERO
                   COMPUTE OI-CurrApplied(WS-Apply-Idx) ROUNDED =
                       OI-CurrApplied(WS-Apply-Idx)
                       + WS-Apply-Amount * OI-CurrAmount(WS-Apply-Idx)
                       / OI-Amount(WS-Apply-Idx)
           END-EVALUATE.

      * The caller sets AR-CustID and WS-Lookup-InvDate.
       FindOpenItem.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-InvDate(WS-OpenItem-Idx)
                           = WS-Lookup-InvDate
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

      * The caller sets AR-CustID and WS-Lookup-InvoiceNo.
       FindOpenItemByNumber.
           MOVE "N" TO WS-OpenItem-Found.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                       OR OpenItem-Found
               IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                       AND OI-InvoiceNo(WS-OpenItem-Idx)
                           = WS-Lookup-InvoiceNo
                   MOVE "Y" TO WS-OpenItem-Found
                   MOVE WS-OpenItem-Idx TO WS-OpenItem-Found-Idx
               END-IF
           END-PERFORM.

       ApplyCashOldestFirst.
           PERFORM UNTIL WS-Unallocated-Cash <= ZERO
               MOVE ZERO TO WS-Oldest-Idx
               MOVE 99999999 TO WS-Oldest-Date
               PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                       UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
                   IF OI-CustID(WS-OpenItem-Idx) = AR-CustID
                           AND OI-Applied(WS-OpenItem-Idx)
                               < OI-Amount(WS-OpenItem-Idx)
                           AND OI-InvDate(WS-OpenItem-Idx)
                               < WS-Oldest-Date
                       MOVE WS-OpenItem-Idx TO WS-Oldest-Idx
                       MOVE OI-InvDate(WS-OpenItem-Idx)
                           TO WS-Oldest-Date
                   END-IF
               END-PERFORM
               IF WS-Oldest-Idx = ZERO
                   MOVE ZERO TO WS-Unallocated-Cash
               ELSE
                   COMPUTE WS-Item-Remaining =
                       OI-Amount(WS-Oldest-Idx)
                       - OI-Applied(WS-Oldest-Idx)
                   IF WS-Item-Remaining >= WS-Unallocated-Cash
                       MOVE WS-Unallocated-Cash TO WS-Apply-Amount
                   ELSE
                       MOVE WS-Item-Remaining TO WS-Apply-Amount
                   END-IF
                   ADD WS-Apply-Amount TO OI-Applied(WS-Oldest-Idx)
                   SUBTRACT WS-Apply-Amount FROM WS-Unallocated-Cash
                   MOVE WS-Oldest-Idx TO WS-Apply-Idx
                   PERFORM NoteCurrencyApplied
               END-IF
           END-PERFORM.

      * A positive X entry is a realised loss, a negative one a gain.
       NoteRealisedDifference.
           IF AR-Amount > ZERO
               ADD AR-Amount TO WS-Real-Loss-Total
           ELSE
               SUBTRACT AR-Amount FROM WS-Real-Gain-Total
           END-IF.
           MOVE AR-CurrencyCode TO WS-Lookup-Currency.
           PERFORM FindCurrencyRate.
           IF Curr-Rate-Found
               SUBTRACT AR-Amount FROM XR-Realised(WS-Rate-Found-Idx)
           END-IF.

       WriteRevaluation.
           OPEN OUTPUT RevalFile.
           MOVE WS-Run-Date-Num TO RH-RunDate.
           MOVE WS-Reval-Header-Line TO RevalLine.
           WRITE RevalLine.
           PERFORM VARYING WS-Curr-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Curr-Rate-Idx > WS-Curr-Rate-Count
               MOVE XR-Currency(WS-Curr-Rate-Idx) TO RR-Currency
               MOVE XR-Rate(WS-Curr-Rate-Idx) TO RR-Rate
               MOVE XR-RateDate(WS-Curr-Rate-Idx) TO RR-RateDate
               MOVE WS-Reval-Rate-Line TO RevalLine
               WRITE RevalLine
           END-PERFORM.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
               IF OI-Currency(WS-OpenItem-Idx) NOT = SPACES
                       AND OI-CurrApplied(WS-OpenItem-Idx)
                           < OI-CurrAmount(WS-OpenItem-Idx)
                   PERFORM RevalueOneItem
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-Curr-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Curr-Rate-Idx > WS-Curr-Rate-Count
               PERFORM WriteCurrencyTotal
           END-PERFORM.
           MOVE "UNREALISED AT MONTH END " TO RT-Label.
           MOVE WS-Unreal-Gain-Total TO RT-Gains.
           MOVE WS-Unreal-Loss-Total TO RT-Losses.
           COMPUTE RT-Net = WS-Unreal-Gain-Total - WS-Unreal-Loss-Total.
           MOVE WS-Reval-Total-Line TO RevalLine.
           WRITE RevalLine.
           MOVE "REALISED THIS MONTH    " TO RT-Label.
           MOVE WS-Real-Gain-Total TO RT-Gains.
           MOVE WS-Real-Loss-Total TO RT-Losses.
           COMPUTE RT-Net = WS-Real-Gain-Total - WS-Real-Loss-Total.
           MOVE WS-Reval-Total-Line TO RevalLine.
           WRITE RevalLine.
           CLOSE RevalFile.

      * The open currency restated at the closing rate, against the
      * euro still booked to the item; a positive difference is a
      * gain. An item in a currency with no closing rate is left at
      * its booked euro and logged for the rate to be loaded.
       RevalueOneItem.
           MOVE OI-Currency(WS-OpenItem-Idx) TO WS-Lookup-Currency.
           PERFORM FindCurrencyRate.
           IF NOT Curr-Rate-Found
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "ARFXREVALUE" TO EXC-Source
               MOVE OI-CustID(WS-OpenItem-Idx) TO EXC-Key
               MOVE SPACES TO EXC-Reason
               STRING "NO CLOSING RATE FOR " WS-Lookup-Currency
                   DELIMITED BY SIZE INTO EXC-Reason
               WRITE ExceptionRecord
           ELSE
               COMPUTE WS-Open-Curr =
                   OI-CurrAmount(WS-OpenItem-Idx)
                   - OI-CurrApplied(WS-OpenItem-Idx)
               COMPUTE WS-Book-Euro =
                   OI-Amount(WS-OpenItem-Idx)
                   - OI-Applied(WS-OpenItem-Idx)
               COMPUTE WS-Closing-Euro ROUNDED =
                   WS-Open-Curr / XR-Rate(WS-Rate-Found-Idx)
               COMPUTE WS-Unrealised = WS-Closing-Euro - WS-Book-Euro
               ADD 1 TO WS-Item-Count
               ADD WS-Open-Curr TO XR-Open-Curr(WS-Rate-Found-Idx)
               ADD WS-Book-Euro TO XR-Book-Euro(WS-Rate-Found-Idx)
               ADD WS-Closing-Euro
                   TO XR-Closing-Euro(WS-Rate-Found-Idx)
               IF WS-Unrealised > ZERO
                   ADD WS-Unrealised TO WS-Unreal-Gain-Total
               ELSE
                   SUBTRACT WS-Unrealised FROM WS-Unreal-Loss-Total
               END-IF
               MOVE OI-CustID(WS-OpenItem-Idx) TO WS-Lookup-CustID
               PERFORM LookupCustomer
               MOVE OI-CustID(WS-OpenItem-Idx) TO RI-CustID
               IF Customer-Found
                   MOVE CT-CustName(WS-Found-Idx) TO RI-CustName
               ELSE
                   MOVE SPACES TO RI-CustName
               END-IF
               MOVE OI-InvoiceNo(WS-OpenItem-Idx) TO RI-InvoiceNo
               MOVE OI-InvDate(WS-OpenItem-Idx) TO RI-InvDate
               MOVE OI-Currency(WS-OpenItem-Idx) TO RI-Currency
               MOVE WS-Open-Curr TO RI-OpenCurr
               MOVE WS-Book-Euro TO RI-BookEuro
               MOVE WS-Closing-Euro TO RI-ClosingEuro
               MOVE WS-Unrealised TO RI-Unrealised
               MOVE WS-Reval-Item-Line TO RevalLine
               WRITE RevalLine
           END-IF.

       WriteCurrencyTotal.
           MOVE XR-Currency(WS-Curr-Rate-Idx) TO RC-Currency.
           MOVE XR-Open-Curr(WS-Curr-Rate-Idx) TO RC-OpenCurr.
           MOVE XR-Book-Euro(WS-Curr-Rate-Idx) TO RC-BookEuro.
           MOVE XR-Closing-Euro(WS-Curr-Rate-Idx) TO RC-ClosingEuro.
           COMPUTE RC-Unrealised =
               XR-Closing-Euro(WS-Curr-Rate-Idx)
               - XR-Book-Euro(WS-Curr-Rate-Idx).
           MOVE XR-Realised(WS-Curr-Rate-Idx) TO RC-Realised.
           MOVE WS-Reval-Curr-Line TO RevalLine.
           WRITE RevalLine.

       END PROGRAM ArFxRevalue.
