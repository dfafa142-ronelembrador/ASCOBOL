      *          supplier listing the invoices paid, and posts the
      *          payments back onto the ledger per invoice. A supplier
      *          without bank details is diverted to the exceptions
      *          file instead of the bank batch. Open debit notes
      *          raised by SupplierReturn for stock sent back are
      *          netted off the supplier's payment in the same run,
      *          listed on the remittance advice as a negative line;
      *          a supplier whose debits exceed the invoices due is
      *          not paid and both carry to the next run. A supplier
      *          billing in a foreign currency is paid in that
      *          currency at the EURxxx rate in force on
      *          CURRENCYRATES.DAT on the payment date: each item is
      *          paid off in its own currency, and the difference
      *          between the euro it was booked at and the euro the
      *          payment cost is posted against it as a realised
      *          exchange gain or loss (ledger type X). Any euro item
      *          such a supplier still has is paid at the same rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SuppBankFile ASSIGN TO "SUPPBANK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SuppBank-Status.
           SELECT RateMasterFile ASSIGN TO "CURRENCYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateMaster-Status.
           SELECT BankPayApFile ASSIGN TO "BANKPAYAP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RemitAdviceFile ASSIGN TO "APREMIT.DAT"
           COPY APLEDG.

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  SuppBankFile.
           COPY SUPPBANK.

       FD  RateMasterFile.
           COPY CURRRATE.

       FD  BankPayApFile.
       01  BankPayApLine               PIC X(60).
       01  WS-ApLedger-Status          PIC XX.
       01  WS-Supplier-Status          PIC XX.
       01  WS-SuppBank-Status          PIC XX.
       01  WS-RateMaster-Status        PIC XX.
       01  WS-Exceptions-Status        PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Day-Int              PIC 9(7).
               88  Supplier-Eof            VALUE "Y".
           02  WS-SuppBank-Eof         PIC X VALUE "N".
               88  SuppBank-Eof            VALUE "Y".
           02  WS-RateMaster-Eof       PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".

       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  SupplierTable.
               03 SP-IBAN                  PIC X(22).
               03 SP-BIC                   PIC X(11).
               03 SP-PayTotal              PIC S9(9)V99.
               03 SP-Currency              PIC X(3).
               03 SP-Rate                  PIC 9(3)V9(5).
       01  WS-Sup-Idx                  PIC 9(3).
       01  WS-Sup-Found-Idx            PIC 9(3).
       01  WS-Supplier-Found           PIC X VALUE "N".
               03 OI-Amount                PIC S9(9)V99.
               03 OI-Paid                  PIC S9(9)V99.
               03 OI-Selected              PIC X.
               03 OI-Currency              PIC X(3).
               03 OI-CurrAmount            PIC S9(9)V99.
               03 OI-CurrPaid              PIC S9(9)V99.
               03 OI-PayAmount             PIC S9(9)V99.
       01  WS-Item-Idx                 PIC 9(4).
       01  WS-Item-Found-Idx           PIC 9(4).
       01  WS-Item-Found               PIC X VALUE "N".
           88  Item-Found                  VALUE "Y".
       01  WS-Item-Open                PIC S9(9)V99.

      * The EURxxx rates in force, currency units to the euro.
       01  WS-Curr-Rate-Count          PIC 99 VALUE ZERO.
       01  WS-Curr-Rate-Limit          PIC 99 VALUE 20.
       01  WS-Curr-Rate-Table.
           02  Curr-Rate-Entry OCCURS 20 TIMES.
               03  XR-Currency         PIC X(3).
               03  XR-Rate             PIC 9(3)V9(5).
       01  WS-Curr-Rate-Idx            PIC 99.
       01  WS-Euro-Paid                PIC S9(9)V99.
       01  WS-Fx-Diff                  PIC S9(9)V99.
       01  WS-Fx-Gain-Total            PIC 9(9)V99 VALUE ZERO.
       01  WS-Fx-Loss-Total            PIC 9(9)V99 VALUE ZERO.
       01  WS-Fx-Gain-Display          PIC Z,ZZZ,ZZ9.99.
       01  WS-Fx-Loss-Display          PIC Z,ZZZ,ZZ9.99.

       01  WS-Bank-Pay-Count           PIC 9(5) VALUE ZERO.
       01  WS-Bank-Pay-Total           PIC 9(10)V99 VALUE ZERO.
       01  WS-Invoices-Paid            PIC 9(5) VALUE ZERO.
       01  WS-Debits-Netted            PIC 9(5) VALUE ZERO.

       01  WS-Bank-Header-Line.
           02  FILLER                  PIC X VALUE "H".
           02  BD-IBAN                 PIC X(22).
           02  BD-BIC                  PIC X(11).
           02  BD-Amount               PIC 9(8)V99.
           02  BD-Currency             PIC X(3).
           02  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-Bank-Trailer-Line.
           02  FILLER                  PIC X VALUE "T".
           02  RH-SupName              PIC X(20).
           02  FILLER                  PIC X(9) VALUE "  DATED: ".
           02  RH-RunDate              PIC 9(8).
           02  FILLER                  PIC X(7) VALUE "  CUR: ".
           02  RH-Currency             PIC X(3).
           02  FILLER                  PIC X VALUE SPACES.

       01  WS-Remit-Detail-Line.
           02  FILLER                  PIC X(6) VALUE "  INV ".
           02  FILLER                  PIC X(9) VALUE "  DATED: ".
           02  RD-InvDate              PIC 9(8).
           02  FILLER                  PIC X(8) VALUE "  PAID: ".
           02  RD-Amount               PIC ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-Remit-Total-Line.
           02  FILLER                  PIC X(17)

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-Run-Date)).
           PERFORM OpenExceptionsFile.
           PERFORM LoadSupplierMaster.
           PERFORM LoadSupplierBankDetails.
           PERFORM LoadCurrencyRates.
           PERFORM LoadOpenItems.
           IF Item-Table-Full
               DISPLAY "APPAYMENTRUN: OPEN ITEM TABLE FULL - "
           DISPLAY "APPAYMENTRUN: " WS-Invoices-Paid
               " INVOICES PAID ACROSS " WS-Bank-Pay-Count
               " SUPPLIERS".
           IF WS-Debits-Netted > ZERO
               DISPLAY "APPAYMENTRUN: " WS-Debits-Netted
                   " DEBIT NOTES NETTED OFF"
           END-IF.
           IF WS-Fx-Gain-Total > ZERO OR WS-Fx-Loss-Total > ZERO
               MOVE WS-Fx-Gain-Total TO WS-Fx-Gain-Display
               MOVE WS-Fx-Loss-Total TO WS-Fx-Loss-Display
               DISPLAY "APPAYMENTRUN: REALISED FX GAIN "
                   WS-Fx-Gain-Display " LOSS " WS-Fx-Loss-Display
           END-IF.
           STOP RUN.

       OpenExceptionsFile.
                   MOVE SPACES TO SP-IBAN(WS-Supplier-Count)
                   MOVE SPACES TO SP-BIC(WS-Supplier-Count)
                   MOVE ZERO TO SP-PayTotal(WS-Supplier-Count)
                   MOVE ZERO TO SP-Rate(WS-Supplier-Count)
                   IF SUP-Euro-Supplier
                       MOVE SPACES TO SP-Currency(WS-Supplier-Count)
                   ELSE
                       MOVE SUP-CurrencyCode
                           TO SP-Currency(WS-Supplier-Count)
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               CLOSE SuppBankFile
           END-IF.

      * Each foreign supplier takes the rate in force for its
      * currency; one with no rate on file is left at zero and is
      * not paid.
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
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                   UNTIL WS-Sup-Idx > WS-Supplier-Count
               PERFORM VARYING WS-Curr-Rate-Idx FROM 1 BY 1
                       UNTIL WS-Curr-Rate-Idx > WS-Curr-Rate-Count
                   IF SP-Currency(WS-Sup-Idx) NOT = SPACES
                           AND XR-Currency(WS-Curr-Rate-Idx)
                               = SP-Currency(WS-Sup-Idx)
                       MOVE XR-Rate(WS-Curr-Rate-Idx)
                           TO SP-Rate(WS-Sup-Idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LoadOpenItems.
           OPEN INPUT ApLedgerFile.
           IF WS-ApLedger-Status = "00"
               CLOSE ApLedgerFile
           END-IF.

      * A debit note is carried as a negative open item, so it
      * offsets the supplier's invoices until a payment entry
      * against its number clears it. A foreign item is followed in
      * its own currency as well as in euro; an exchange difference
      * clears euro only.
       NoteOneLedgerEntry.
           PERFORM FindOpenItem.
           EVALUATE TRUE
               WHEN AP-Invoice
                   IF Item-Found
                       ADD AP-Amount TO OI-Amount(WS-Item-Found-Idx)
                       IF NOT AP-Euro-Entry
                           ADD AP-CurrAmount
                               TO OI-CurrAmount(WS-Item-Found-Idx)
                       END-IF
                   ELSE
                       PERFORM AddOpenItem
                   END-IF
               WHEN AP-DebitNote
                   IF NOT Item-Found
                       PERFORM AddOpenItem
                       IF NOT Item-Table-Full
                           COMPUTE OI-Amount(WS-Item-Count) =
                               ZERO - AP-Amount
                           COMPUTE OI-CurrAmount(WS-Item-Count) =
                               ZERO - OI-CurrAmount(WS-Item-Count)
                       END-IF
                   END-IF
               WHEN OTHER
                   IF Item-Found
                       ADD AP-Amount TO OI-Paid(WS-Item-Found-Idx)
                       IF AP-Payment AND NOT AP-Euro-Entry
                               AND AP-CurrencyCode
                                   = OI-Currency(WS-Item-Found-Idx)
                           ADD AP-CurrAmount
                               TO OI-CurrPaid(WS-Item-Found-Idx)
                       END-IF
                   END-IF
           END-EVALUATE.

       AddOpenItem.
           IF WS-Item-Count >= WS-Item-Table-Limit
               MOVE AP-Amount TO OI-Amount(WS-Item-Count)
               MOVE ZERO TO OI-Paid(WS-Item-Count)
               MOVE "N" TO OI-Selected(WS-Item-Count)
               MOVE ZERO TO OI-CurrPaid(WS-Item-Count)
               MOVE ZERO TO OI-PayAmount(WS-Item-Count)
               IF AP-Euro-Entry
                   MOVE SPACES TO OI-Currency(WS-Item-Count)
                   MOVE ZERO TO OI-CurrAmount(WS-Item-Count)
               ELSE
                   MOVE AP-CurrencyCode TO OI-Currency(WS-Item-Count)
                   MOVE AP-CurrAmount TO OI-CurrAmount(WS-Item-Count)
               END-IF
           END-IF.

       FindOpenItem.

      * An invoice is due once the payment terms have run from its
      * invoice date; the due invoices roll up into one payment per
      * supplier. An open debit note is taken at once, whatever its
      * date.
       SelectDueInvoices.
           PERFORM VARYING WS-Item-Idx FROM 1 BY 1
                   UNTIL WS-Item-Idx > WS-Item-Count
                       PERFORM AddToSupplierTotal
                   END-IF
               END-IF
               IF WS-Item-Open < ZERO
                   MOVE "Y" TO OI-Selected(WS-Item-Idx)
                   PERFORM AddToSupplierTotal
               END-IF
           END-PERFORM.

      * The amount paid on an item is in the supplier's currency:
      * a foreign item what is still open in that currency, a euro
      * item for a foreign supplier its euro converted at the rate
      * in force. An item in some other currency cannot be paid
      * and is left open.
       AddToSupplierTotal.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                   UNTIL WS-Sup-Idx > WS-Supplier-Count
               IF SP-Code(WS-Sup-Idx)
                       = OI-SupplierCode(WS-Item-Idx)
                   EVALUATE TRUE
                       WHEN OI-Currency(WS-Item-Idx)
                               = SP-Currency(WS-Sup-Idx)
                               AND SP-Currency(WS-Sup-Idx) = SPACES
                           MOVE WS-Item-Open
                               TO OI-PayAmount(WS-Item-Idx)
                       WHEN OI-Currency(WS-Item-Idx)
                               = SP-Currency(WS-Sup-Idx)
                           COMPUTE OI-PayAmount(WS-Item-Idx) =
                               OI-CurrAmount(WS-Item-Idx)
                               - OI-CurrPaid(WS-Item-Idx)
                       WHEN OI-Currency(WS-Item-Idx) = SPACES
                           COMPUTE OI-PayAmount(WS-Item-Idx) ROUNDED =
                               WS-Item-Open * SP-Rate(WS-Sup-Idx)
                       WHEN OTHER
                           MOVE "N" TO OI-Selected(WS-Item-Idx)
                           MOVE ZERO TO OI-PayAmount(WS-Item-Idx)
                           MOVE WS-Run-Date TO EXC-RunDate
                           MOVE "APPAYRUN" TO EXC-Source
                           MOVE SPACES TO EXC-Key
                           STRING OI-SupplierCode(WS-Item-Idx) "/"
                               OI-InvoiceNo(WS-Item-Idx)
                               DELIMITED BY SIZE INTO EXC-Key
                           MOVE "ITEM NOT IN SUPPLIER CURRENCY"
                               TO EXC-Reason
                           WRITE ExceptionRecord
                   END-EVALUATE
                   ADD OI-PayAmount(WS-Item-Idx)
                       TO SP-PayTotal(WS-Sup-Idx)
               END-IF
           END-PERFORM.

       PayOneSupplier.
           IF SP-PayTotal(WS-Sup-Idx) > ZERO
               EVALUATE TRUE
                   WHEN SP-Currency(WS-Sup-Idx) NOT = SPACES
                           AND SP-Rate(WS-Sup-Idx) = ZERO
                       MOVE WS-Run-Date TO EXC-RunDate
                       MOVE "APPAYRUN" TO EXC-Source
                       MOVE SP-Code(WS-Sup-Idx) TO EXC-Key
                       MOVE SPACES TO EXC-Reason
                       STRING "NO RATE FOR " SP-Currency(WS-Sup-Idx)
                           DELIMITED BY SIZE INTO EXC-Reason
                       WRITE ExceptionRecord
                   WHEN SP-IBAN(WS-Sup-Idx) = SPACES
                       MOVE WS-Run-Date TO EXC-RunDate
                       MOVE "APPAYRUN" TO EXC-Source
                       MOVE SP-Code(WS-Sup-Idx) TO EXC-Key
                       MOVE "NO BANK DETAILS" TO EXC-Reason
                       WRITE ExceptionRecord
                   WHEN OTHER
                       PERFORM WriteBankCredit
                       PERFORM WriteRemittanceAdvice
               END-EVALUATE
           END-IF.

       WriteBankCredit.
           MOVE SP-IBAN(WS-Sup-Idx) TO BD-IBAN.
           MOVE SP-BIC(WS-Sup-Idx) TO BD-BIC.
           MOVE SP-PayTotal(WS-Sup-Idx) TO BD-Amount.
           IF SP-Currency(WS-Sup-Idx) = SPACES
               MOVE "EUR" TO BD-Currency
           ELSE
               MOVE SP-Currency(WS-Sup-Idx) TO BD-Currency
           END-IF.
           MOVE WS-Bank-Detail-Line TO BankPayApLine.
           WRITE BankPayApLine.
           ADD 1 TO WS-Bank-Pay-Count.
           MOVE SP-Code(WS-Sup-Idx) TO RH-SupCode.
           MOVE SP-Name(WS-Sup-Idx) TO RH-SupName.
           MOVE WS-Run-Date TO RH-RunDate.
           MOVE BD-Currency TO RH-Currency.
           MOVE WS-Remit-Header-Line TO RemitAdviceLine.
           WRITE RemitAdviceLine.
           PERFORM VARYING WS-Item-Idx FROM 1 BY 1
           MOVE WS-Remit-Total-Line TO RemitAdviceLine.
           WRITE RemitAdviceLine.

      * A foreign item is paid off in its currency at the payment
      * rate; the euro it was booked at, less the euro the payment
      * cost, is the realised difference, posted as an X entry
      * against the same item so it clears in euro as it clears in
      * the currency.
       PayOneInvoice.
           COMPUTE WS-Item-Open =
               OI-Amount(WS-Item-Idx) - OI-Paid(WS-Item-Idx).
           MOVE OI-InvoiceNo(WS-Item-Idx) TO RD-InvoiceNo.
           MOVE OI-InvDate(WS-Item-Idx) TO RD-InvDate.
           MOVE OI-PayAmount(WS-Item-Idx) TO RD-Amount.
           MOVE WS-Remit-Detail-Line TO RemitAdviceLine.
           WRITE RemitAdviceLine.
           MOVE OI-SupplierCode(WS-Item-Idx) TO AP-SupplierCode.
           MOVE OI-InvoiceNo(WS-Item-Idx) TO AP-InvoiceNo.
           MOVE WS-Run-Date TO AP-TranDate.
           MOVE "P" TO AP-TranType.
           MOVE WS-Item-Open TO WS-Euro-Paid.
           IF SP-Currency(WS-Sup-Idx) = SPACES
               MOVE SPACES TO AP-CurrencyCode
               MOVE ZERO TO AP-CurrAmount
               MOVE ZERO TO AP-ExchRate
           ELSE
               IF OI-Currency(WS-Item-Idx) NOT = SPACES
                   COMPUTE WS-Euro-Paid ROUNDED =
                       OI-PayAmount(WS-Item-Idx) / SP-Rate(WS-Sup-Idx)
               END-IF
               MOVE SP-Currency(WS-Sup-Idx) TO AP-CurrencyCode
               MOVE OI-PayAmount(WS-Item-Idx) TO AP-CurrAmount
               MOVE SP-Rate(WS-Sup-Idx) TO AP-ExchRate
           END-IF.
           MOVE WS-Euro-Paid TO AP-Amount.
           WRITE ApLedgerRec.
           COMPUTE WS-Fx-Diff = WS-Item-Open - WS-Euro-Paid.
           IF WS-Fx-Diff NOT = ZERO
               MOVE "X" TO AP-TranType
               MOVE WS-Fx-Diff TO AP-Amount
               MOVE ZERO TO AP-CurrAmount
               WRITE ApLedgerRec
               IF WS-Fx-Diff > ZERO
                   ADD WS-Fx-Diff TO WS-Fx-Gain-Total
               ELSE
                   SUBTRACT WS-Fx-Diff FROM WS-Fx-Loss-Total
               END-IF
           END-IF.
           IF WS-Item-Open < ZERO
               ADD 1 TO WS-Debits-Netted
           ELSE
               ADD 1 TO WS-Invoices-Paid
           END-IF.

       END PROGRAM ApPaymentRun.
