      *          entry; unreferenced, unknown-reference and
      *          part-applied cash goes on the unapplied-cash report
      *          CASHUNAPPLIED.DAT for credit control to resolve.
      *          A remittance quoting the invoice number AromaSales
      *          printed is matched on that number first, the date
      *          reference only when no number was quoted.
      *          A customer invoiced in a foreign currency pays in
      *          that currency: the receipt is converted at the EURxxx
      *          rate in force on CURRENCYRATES.DAT and applied in the
      *          currency, item by item, each application posting the
      *          difference between the euro the item was booked at
      *          and the euro received as a realised exchange gain or
      *          loss (ledger type X).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.
           SELECT RateMasterFile ASSIGN TO "CURRENCYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateMaster-Status.

       DATA DIVISION.
       FILE SECTION.
           02  CR-CustID               PIC 9(5).
           02  CR-RcptDate             PIC 9(8).
           02  CR-Amount               PIC 9(7)V99.
      * Amount received, in the customer's invoicing currency.
      * Remittance reference: the AR-TranDate of the invoice the
      * customer says they are paying; zero when none was given.
           02  CR-RefInvDate           PIC 9(8).
      * Invoice number quoted on the remittance; zero when none. A
      * batch keyed without the field reads as no number quoted.
           02  CR-RefInvoiceNo         PIC 9(6).

       FD  CustomerMaster.
           COPY AROMACUST.
           COPY ARLEDGER.

       FD  RcptReportFile.
       01  RcptReportLine              PIC X(75).

       FD  UnappliedFile.
       01  UnappliedLine               PIC X(75).
       FD  ExceptionsFile.
           COPY EXCEPTREC.

       FD  RateMasterFile.
           COPY CURRRATE.

       WORKING-STORAGE SECTION.
       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 2000 TIMES.
               03  CT-CustID           PIC 9(5).
               03  CT-CustName         PIC X(20).
               03  CT-Currency         PIC X(3).
       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Table-Full               PIC X VALUE "N".
               88  Rcpt-Eof                VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-RateMaster-Eof       PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".

       01  WS-ArLedger-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-RateMaster-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).

      * Open items built from the ledger before posting: one entry
                   DEPENDING ON WS-OpenItem-Count.
               03 OI-CustID                PIC 9(5).
               03 OI-InvDate               PIC 9(8).
               03 OI-InvoiceNo             PIC 9(6).
               03 OI-Amount                PIC S9(9)V99.
               03 OI-Applied               PIC S9(9)V99.
               03 OI-Currency              PIC X(3).
               03 OI-CurrAmount            PIC S9(9)V99.
               03 OI-CurrApplied           PIC S9(9)V99.
       01  WS-OpenItem-Idx             PIC 9(4).
       01  WS-OpenItem-Found-Idx       PIC 9(4).
       01  WS-OpenItem-Found           PIC X VALUE "N".
           88  OpenItem-Found              VALUE "Y".
       01  WS-Lookup-InvDate           PIC 9(8).
       01  WS-Lookup-InvoiceNo         PIC 9(6).
       01  WS-Item-Remaining           PIC S9(9)V99.
       01  WS-Unallocated-Cash         PIC S9(9)V99.
       01  WS-Oldest-Idx               PIC 9(4).
       01  WS-Apply-Amount             PIC S9(9)V99.
       01  WS-Ledger-Eof               PIC X VALUE "N".
           88  Ledger-Eof                  VALUE "Y".
       01  WS-Apply-Idx                PIC 9(4).
       01  WS-Unapplied-Count          PIC 9(5) VALUE ZERO.
       01  WS-Unapplied-Total          PIC 9(9)V99 VALUE ZERO.

      * EURxxx rates in force on the rates master, and the working
      * fields for applying a foreign-currency receipt: the currency
      * still to apply, the part going to one item, the euro that
      * part was booked at and the euro it was received at.
       01  WS-Curr-Rate-Count          PIC 99 VALUE ZERO.
       01  WS-Curr-Rate-Limit          PIC 99 VALUE 20.
       01  WS-Curr-Rate-Table.
           02  Curr-Rate-Entry OCCURS 20 TIMES.
               03  XR-Currency         PIC X(3).
               03  XR-Rate             PIC 9(3)V9(5).
       01  WS-Curr-Rate-Idx            PIC 99.
       01  WS-Curr-Rate-Found          PIC X VALUE "N".
           88  Curr-Rate-Found             VALUE "Y".
       01  WS-Rcpt-Currency            PIC X(3).
       01  WS-Rcpt-Rate                PIC 9(3)V9(5).
       01  WS-Rcpt-Euro                PIC S9(9)V99.
       01  WS-Rcpt-InvoiceNo           PIC 9(6).
       01  WS-Curr-Left                PIC S9(9)V99.
       01  WS-Curr-Remaining           PIC S9(9)V99.
       01  WS-Curr-Apply               PIC S9(9)V99.
       01  WS-Book-Euro                PIC S9(9)V99.
       01  WS-Item-Euro                PIC S9(9)V99.
       01  WS-Fx-Diff                  PIC S9(9)V99.
       01  WS-Fx-Gain-Total            PIC 9(9)V99 VALUE ZERO.
       01  WS-Fx-Loss-Total            PIC 9(9)V99 VALUE ZERO.

      * Closed-period guard: a receipt dated into a closed AR
      * period is rejected, not posted.
       01  WS-Period-Subsystem         PIC X(8) VALUE "AR".
           02  RR-Amount               PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(5) VALUE "  ON ".
           02  RR-RcptDate             PIC 9(8).
           02  FILLER                  PIC X(6) VALUE "  INV ".
           02  RR-InvoiceNo            PIC 9(6).
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  RR-Currency             PIC X(3).
           02  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-Rcpt-Total-Line.
           02  FILLER                  PIC X(16)
           02  RT-Total                PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-Fx-Total-Line.
           02  FILLER                  PIC X(24)
                   VALUE "REALISED EXCHANGE GAINS ".
           02  FT-Gain                 PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  LOSSES ".
           02  FT-Loss                 PIC ZZZ,ZZ9.99.
           02  FILLER                  PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           PERFORM LoadCustomerMaster.
           PERFORM LoadCurrencyRates.
           PERFORM OpenExceptionsFile.
           PERFORM LoadOpenItems.
           OPEN EXTEND ArLedgerFile.
                   ADD 1 TO WS-Customer-Count
                   MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                   MOVE CM-CustName TO CT-CustName(WS-Customer-Count)
                   IF CM-Euro-Account
                       MOVE SPACES TO CT-Currency(WS-Customer-Count)
                   ELSE
                       MOVE CM-CurrencyCode
                           TO CT-Currency(WS-Customer-Count)
                   END-IF
               END-IF
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
           END-PERFORM.
           CLOSE CustomerMaster.

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
                   END-IF
                   READ RateMasterFile
                       AT END MOVE "Y" TO WS-RateMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RateMasterFile
           END-IF.

       LookupCustomer.
           MOVE "N" TO WS-Cust-Found.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
           END-PERFORM.

       PostOneReceipt.
           IF CR-RefInvoiceNo NOT NUMERIC
               MOVE ZERO TO CR-RefInvoiceNo
           END-IF.
           CALL "PeriodCheck" USING WS-Period-Subsystem
               CR-RcptDate WS-Period-Result.
           IF WS-Period-Result = "C"
       PostOneOpenReceipt.
           PERFORM LookupCustomer.
           IF Customer-Found
               IF CT-Currency(WS-Found-Idx) = SPACES
                   PERFORM PostEuroReceipt
               ELSE
                   PERFORM PostForeignReceipt
               END-IF
           ELSE
               ADD 1 TO WS-Rejected-Count
               MOVE WS-Run-Date TO EXC-RunDate
               WRITE ExceptionRecord
           END-IF.

       PostEuroReceipt.
           MOVE CR-CustID TO AR-CustID.
           MOVE CR-RcptDate TO AR-TranDate.
           MOVE "P" TO AR-TranType.
           MOVE CR-Amount TO AR-Amount.
           PERFORM AllocateReceipt.
           MOVE SPACES TO AR-CurrencyCode.
           MOVE ZERO TO AR-CurrAmount.
           MOVE ZERO TO AR-ExchRate.
           WRITE ArLedgerRec.
           ADD CR-Amount TO WS-Posted-Total.
           MOVE "EUR" TO WS-Rcpt-Currency.
           MOVE AR-InvoiceNo TO WS-Rcpt-InvoiceNo.
           PERFORM WriteReceiptLine.

      * The receipt is in the customer's currency. The item the
      * remittance names is paid first and anything over goes to the
      * customer's oldest open items in the same currency; cash left
      * when every such item is paid posts unreferenced at the
      * receipt rate and is reported as unapplied.
       PostForeignReceipt.
           MOVE CT-Currency(WS-Found-Idx) TO WS-Rcpt-Currency.
           MOVE "N" TO WS-Curr-Rate-Found.
           PERFORM VARYING WS-Curr-Rate-Idx FROM 1 BY 1
                   UNTIL WS-Curr-Rate-Idx > WS-Curr-Rate-Count
                       OR Curr-Rate-Found
               IF XR-Currency(WS-Curr-Rate-Idx) = WS-Rcpt-Currency
                   MOVE "Y" TO WS-Curr-Rate-Found
                   MOVE XR-Rate(WS-Curr-Rate-Idx) TO WS-Rcpt-Rate
               END-IF
           END-PERFORM.
           IF NOT Curr-Rate-Found
               ADD 1 TO WS-Rejected-Count
               MOVE WS-Run-Date TO EXC-RunDate
               MOVE "CASHRCPT" TO EXC-Source
               MOVE CR-CustID TO EXC-Key
               MOVE SPACES TO EXC-Reason
               STRING "NO RATE FOR " WS-Rcpt-Currency
                   DELIMITED BY SIZE INTO EXC-Reason
               WRITE ExceptionRecord
           ELSE
               PERFORM ApplyForeignReceipt
           END-IF.

       ApplyForeignReceipt.
           MOVE CR-CustID TO AR-CustID.
           MOVE CR-Amount TO WS-Curr-Left.
           MOVE ZERO TO WS-Rcpt-Euro.
           MOVE ZERO TO WS-Rcpt-InvoiceNo.
           MOVE "N" TO WS-OpenItem-Found.
           IF CR-RefInvoiceNo > ZERO
               MOVE CR-RefInvoiceNo TO WS-Lookup-InvoiceNo
               PERFORM FindOpenItemByNumber
           END-IF.
           IF NOT OpenItem-Found AND CR-RefInvDate > ZERO
               MOVE CR-RefInvDate TO WS-Lookup-InvDate
               PERFORM FindOpenItem
           END-IF.
           IF OpenItem-Found
                   AND OI-Currency(WS-OpenItem-Found-Idx)
                       = WS-Rcpt-Currency
               MOVE OI-InvoiceNo(WS-OpenItem-Found-Idx)
                   TO WS-Rcpt-InvoiceNo
               MOVE WS-OpenItem-Found-Idx TO WS-Apply-Idx
               PERFORM ApplyForeignToItem
               IF WS-Curr-Left > ZERO
                   COMPUTE WS-Apply-Amount ROUNDED =
                       WS-Curr-Left / WS-Rcpt-Rate
                   MOVE "PART APPLIED - EXCESS OVER REF" TO UA-Reason
                   PERFORM WriteUnappliedCashLine
               END-IF
           ELSE
               MOVE CR-Amount TO WS-Curr-Apply
               COMPUTE WS-Apply-Amount ROUNDED =
                   CR-Amount / WS-Rcpt-Rate
               EVALUATE TRUE
                   WHEN CR-RefInvoiceNo > ZERO
                       MOVE "UNKNOWN INVOICE NUMBER" TO UA-Reason
                   WHEN CR-RefInvDate > ZERO
                       MOVE "UNKNOWN INVOICE REFERENCE" TO UA-Reason
                   WHEN OTHER
                       MOVE "NO REFERENCE - OLDEST FIRST" TO UA-Reason
               END-EVALUATE
               PERFORM WriteUnappliedCashLine
           END-IF.
           PERFORM UNTIL WS-Curr-Left <= ZERO
               PERFORM FindOldestForeignItem
               IF WS-Oldest-Idx = ZERO
                   PERFORM PostForeignUnapplied
               ELSE
                   MOVE WS-Oldest-Idx TO WS-Apply-Idx
                   PERFORM ApplyForeignToItem
               END-IF
           END-PERFORM.
           PERFORM WriteReceiptLine.

       FindOldestForeignItem.
           MOVE ZERO TO WS-Oldest-Idx.
           MOVE 99999999 TO WS-Oldest-Date.
           PERFORM VARYING WS-OpenItem-Idx FROM 1 BY 1
                   UNTIL WS-OpenItem-Idx > WS-OpenItem-Count
               IF OI-CustID(WS-OpenItem-Idx) = CR-CustID
                       AND OI-Currency(WS-OpenItem-Idx)
                           = WS-Rcpt-Currency
                       AND OI-CurrApplied(WS-OpenItem-Idx)
                           < OI-CurrAmount(WS-OpenItem-Idx)
                       AND OI-InvDate(WS-OpenItem-Idx)
                           < WS-Oldest-Date
                   MOVE WS-OpenItem-Idx TO WS-Oldest-Idx
                   MOVE OI-InvDate(WS-OpenItem-Idx) TO WS-Oldest-Date
               END-IF
           END-PERFORM.

      * Pays what remains of one item in its currency. The euro the
      * part paid was booked at, less the euro received for it at
      * the receipt rate, is the realised difference: posted as an X
      * entry against the same item, so the item clears in euro as
      * it clears in the currency.
       ApplyForeignToItem.
           COMPUTE WS-Curr-Remaining =
               OI-CurrAmount(WS-Apply-Idx)
               - OI-CurrApplied(WS-Apply-Idx).
           IF WS-Curr-Remaining <= ZERO
               MOVE ZERO TO WS-Curr-Apply
           ELSE
               IF WS-Curr-Left >= WS-Curr-Remaining
                   MOVE WS-Curr-Remaining TO WS-Curr-Apply
               ELSE
                   MOVE WS-Curr-Left TO WS-Curr-Apply
               END-IF
               COMPUTE WS-Book-Euro =
                   OI-Amount(WS-Apply-Idx) - OI-Applied(WS-Apply-Idx)
               IF WS-Curr-Apply < WS-Curr-Remaining
                   COMPUTE WS-Book-Euro ROUNDED =
                       WS-Book-Euro * WS-Curr-Apply
                       / WS-Curr-Remaining
               END-IF
               COMPUTE WS-Item-Euro ROUNDED =
                   WS-Curr-Apply / WS-Rcpt-Rate
               MOVE CR-CustID TO AR-CustID
               MOVE CR-RcptDate TO AR-TranDate
               MOVE "P" TO AR-TranType
               MOVE WS-Item-Euro TO AR-Amount
               MOVE OI-InvDate(WS-Apply-Idx) TO AR-RefDate
               MOVE OI-InvoiceNo(WS-Apply-Idx) TO AR-InvoiceNo
               MOVE WS-Rcpt-Currency TO AR-CurrencyCode
               MOVE WS-Curr-Apply TO AR-CurrAmount
               MOVE WS-Rcpt-Rate TO AR-ExchRate
               WRITE ArLedgerRec
               ADD WS-Item-Euro TO OI-Applied(WS-Apply-Idx)
               ADD WS-Curr-Apply TO OI-CurrApplied(WS-Apply-Idx)
               ADD WS-Item-Euro TO WS-Rcpt-Euro
               ADD WS-Item-Euro TO WS-Posted-Total
               COMPUTE WS-Fx-Diff = WS-Book-Euro - WS-Item-Euro
               IF WS-Fx-Diff NOT = ZERO
                   MOVE "X" TO AR-TranType
                   MOVE WS-Fx-Diff TO AR-Amount
                   MOVE ZERO TO AR-CurrAmount
                   WRITE ArLedgerRec
                   ADD WS-Fx-Diff TO OI-Applied(WS-Apply-Idx)
                   IF WS-Fx-Diff > ZERO
                       ADD WS-Fx-Diff TO WS-Fx-Loss-Total
                   ELSE
                       SUBTRACT WS-Fx-Diff FROM WS-Fx-Gain-Total
                   END-IF
               END-IF
           END-IF.
           SUBTRACT WS-Curr-Apply FROM WS-Curr-Left.

      * The unapplied-cash line was written when the receipt was
      * found to carry no usable reference, or to exceed its item.
       PostForeignUnapplied.
           COMPUTE WS-Item-Euro ROUNDED =
               WS-Curr-Left / WS-Rcpt-Rate.
           MOVE CR-CustID TO AR-CustID.
           MOVE CR-RcptDate TO AR-TranDate.
           MOVE "P" TO AR-TranType.
           MOVE WS-Item-Euro TO AR-Amount.
           MOVE ZERO TO AR-RefDate.
           MOVE ZERO TO AR-InvoiceNo.
           MOVE WS-Rcpt-Currency TO AR-CurrencyCode.
           MOVE WS-Curr-Left TO AR-CurrAmount.
           MOVE WS-Rcpt-Rate TO AR-ExchRate.
           WRITE ArLedgerRec.
           ADD WS-Item-Euro TO WS-Rcpt-Euro.
           ADD WS-Item-Euro TO WS-Posted-Total.
           MOVE ZERO TO WS-Curr-Left.

       WriteReceiptLine.
           ADD 1 TO WS-Posted-Count.
           MOVE CR-CustID TO RR-CustID.
           MOVE CT-CustName(WS-Found-Idx) TO RR-CustName.
           MOVE CR-Amount TO RR-Amount.
           MOVE CR-RcptDate TO RR-RcptDate.
           MOVE WS-Rcpt-InvoiceNo TO RR-InvoiceNo.
           MOVE WS-Rcpt-Currency TO RR-Currency.
           MOVE WS-Rcpt-Line TO RcptReportLine.
           WRITE RcptReportLine.

       WriteReceiptTotals.
           MOVE WS-Posted-Count TO RT-Posted.
           MOVE WS-Rejected-Count TO RT-Rejected.
           MOVE WS-Posted-Total TO RT-Total.
           MOVE WS-Rcpt-Total-Line TO RcptReportLine.
           WRITE RcptReportLine.
           IF WS-Fx-Gain-Total > ZERO OR WS-Fx-Loss-Total > ZERO
               MOVE WS-Fx-Gain-Total TO FT-Gain
               MOVE WS-Fx-Loss-Total TO FT-Loss
               MOVE WS-Fx-Total-Line TO RcptReportLine
               WRITE RcptReportLine
           END-IF.

      * Builds the open-item picture from the ledger: invoices with
      * the cash already applied against each, referenced payments
      * against their named invoice and unreferenced payments
      * oldest-first - the same application order ArAgedDebt uses.
      * A late-payment interest charge is an open item of its own,
      * dated when charged; it carries no number of its own, so a
      * remittance quoting an invoice number is never matched to it.
       LoadOpenItems.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
           END-IF.

       NoteOneLedgerEntry.
           IF AR-Invoice OR AR-Interest
               IF WS-OpenItem-Count >= WS-OpenItem-Table-Limit
                   IF NOT OpenItem-Table-Full
                       MOVE "Y" TO WS-OpenItem-Table-Full
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
                   END-IF
                   ADD WS-Apply-Amount TO OI-Applied(WS-Oldest-Idx)
                   SUBTRACT WS-Apply-Amount FROM WS-Unallocated-Cash
                   MOVE WS-Oldest-Idx TO WS-Apply-Idx
                   PERFORM NoteCurrencyApplied
               END-IF
           END-PERFORM.

      * Keeps an item's paid amount in its own currency alongside the
      * euro: a foreign receipt pays its currency amount, an exchange
      * difference pays none, and any other euro credit against a
      * foreign item pays its share at the rate the item was booked.
      * The caller sets WS-Apply-Idx and the euro in WS-Apply-Amount.
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

      * Allocates one validated receipt. A receipt naming an open
      * item is applied to it and the reference carried onto the
      * ledger entry; a missing or unknown reference falls back to
      * excess over what remained open on the named invoice.
       AllocateReceipt.
           MOVE ZERO TO AR-RefDate.
           MOVE ZERO TO AR-InvoiceNo.
           MOVE "N" TO WS-OpenItem-Found.
           IF CR-RefInvoiceNo > ZERO
               MOVE CR-RefInvoiceNo TO WS-Lookup-InvoiceNo
               PERFORM FindOpenItemByNumber
           END-IF.
           IF OpenItem-Found
               PERFORM ApplyToReferencedItem
           ELSE
               PERFORM AllocateByDateReference
           END-IF.

      * The named invoice's date rides along as the reference date,
      * so the aging programs bucket the payment against it as they
      * always have.
       ApplyToReferencedItem.
           MOVE OI-InvDate(WS-OpenItem-Found-Idx) TO AR-RefDate.
           MOVE OI-InvoiceNo(WS-OpenItem-Found-Idx) TO AR-InvoiceNo.
           COMPUTE WS-Item-Remaining =
               OI-Amount(WS-OpenItem-Found-Idx)
               - OI-Applied(WS-OpenItem-Found-Idx).
           ADD CR-Amount TO OI-Applied(WS-OpenItem-Found-Idx).
           IF CR-Amount > WS-Item-Remaining
               COMPUTE WS-Apply-Amount =
                   CR-Amount - WS-Item-Remaining
               MOVE "PART APPLIED - EXCESS OVER REF" TO UA-Reason
               PERFORM WriteUnappliedCashLine
           END-IF.

       AllocateByDateReference.
           IF CR-RefInvDate = ZERO
               MOVE CR-Amount TO WS-Unallocated-Cash
               PERFORM ApplyCashOldestFirst
               MOVE CR-Amount TO WS-Apply-Amount
               IF CR-RefInvoiceNo > ZERO
                   MOVE "UNKNOWN INVOICE NUMBER" TO UA-Reason
               ELSE
                   MOVE "NO REFERENCE - OLDEST FIRST" TO UA-Reason
               END-IF
               PERFORM WriteUnappliedCashLine
           ELSE
               MOVE CR-RefInvDate TO WS-Lookup-InvDate
                   MOVE "UNKNOWN INVOICE REFERENCE" TO UA-Reason
                   PERFORM WriteUnappliedCashLine
               ELSE
                   PERFORM ApplyToReferencedItem
               END-IF
           END-IF.

