      *          payments are applied against the oldest debt first,
      *          and one balance line is written per supplier with the
      *          split - so what we owe stops living in a folder.
      *          The report is in euro unless APAGEDPARM.DAT asks for
      *          the supplier-currency view (S), when each supplier
      *          billing in a foreign currency is shown in it: entries
      *          in that currency at their currency amount, older euro
      *          entries at the rate in force on CURRENCYRATES.DAT,
      *          and exchange differences left out since they exist
      *          only in euro. A supplier whose currency has no rate
      *          stays in euro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Supplier-Status.
           SELECT AgedParmFile ASSIGN TO "APAGEDPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AgedParm-Status.
           SELECT RateMasterFile ASSIGN TO "CURRENCYRATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RateMaster-Status.
           SELECT AgedCredFile ASSIGN TO "APAGEDCRED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

           COPY APLEDG.

       FD  SupplierFile.
           COPY SUPPMAST.

       FD  AgedParmFile.
       01  AgedParmRec.
           02  PA-View                 PIC X.
               88  PA-Supplier-Currency    VALUE "S".

       FD  RateMasterFile.
           COPY CURRRATE.

       FD  AgedCredFile.
       01  AgedCredLine                PIC X(110).
               03  SP-Bucket-60        PIC S9(9)V99.
               03  SP-Bucket-90        PIC S9(9)V99.
               03  SP-Payments         PIC S9(9)V99.
               03  SP-Currency         PIC X(3).
               03  SP-Rate             PIC 9(3)V9(5).
       01  WS-Supplier-Count           PIC 9(3) VALUE ZERO.
       01  WS-Sup-Idx                  PIC 9(3).
       01  WS-Found-Idx                PIC 9(3).
               88  Ledger-Eof              VALUE "Y".
           02  WS-Supplier-Eof         PIC X VALUE "N".
               88  Supplier-Eof            VALUE "Y".
           02  WS-RateMaster-Eof       PIC X VALUE "N".
               88  RateMaster-Eof          VALUE "Y".

       01  WS-ApLedger-Status          PIC XX.
       01  WS-Supplier-Status          PIC XX.
       01  WS-AgedParm-Status          PIC XX.
       01  WS-RateMaster-Status        PIC XX.
       01  WS-View                     PIC X VALUE "E".
           88  Supplier-Currency-View      VALUE "S".
       01  WS-Entry-Amount             PIC S9(9)V99.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).
       01  WS-Run-Day-Int              PIC 9(7).
           02  AH-Month                PIC 99.
           02  FILLER                  PIC X VALUE "-".
           02  AH-Day                  PIC 99.
           02  AH-View                 PIC X(25).
           02  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-Aged-Line.
           02  AG-SupCode              PIC 9(3).
           02  FILLER                  PIC X VALUE SPACES.
           02  AG-SupName              PIC X(20).
           02  FILLER                  PIC X VALUE SPACES.
           02  AG-Currency             PIC X(3).
           02  FILLER                  PIC X(5) VALUE " BAL:".
           02  AG-Balance              PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  CUR:".
           02  AG-Current              PIC -ZZZ,ZZ9.99.
           02  AG-60                   PIC -ZZZ,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE "  90+:".
           02  AG-90                   PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           COMPUTE WS-Run-Day-Int =
               FUNCTION INTEGER-OF-DATE(WS-Run-Date-Num).
           PERFORM ReadAgedParameters.
           PERFORM LoadSupplierMaster.
           IF Supplier-Currency-View
               PERFORM LoadCurrencyRates
           END-IF.
           PERFORM AccumulateLedger.
           PERFORM PrintAgedCreditors.
           STOP RUN.
                   MOVE ZERO TO SP-Bucket-60(WS-Supplier-Count)
                   MOVE ZERO TO SP-Bucket-90(WS-Supplier-Count)
                   MOVE ZERO TO SP-Payments(WS-Supplier-Count)
                   MOVE SPACES TO SP-Currency(WS-Supplier-Count)
                   MOVE ZERO TO SP-Rate(WS-Supplier-Count)
                   IF Supplier-Currency-View AND NOT SUP-Euro-Supplier
                       MOVE SUP-CurrencyCode
                           TO SP-Currency(WS-Supplier-Count)
                   END-IF
                   READ SupplierFile
                       AT END MOVE "Y" TO WS-Supplier-Eof
                   END-READ
               CLOSE SupplierFile
           END-IF.

       ReadAgedParameters.
           OPEN INPUT AgedParmFile.
           IF WS-AgedParm-Status = "00"
               READ AgedParmFile
                   NOT AT END
                       IF PA-Supplier-Currency
                           MOVE "S" TO WS-View
                       END-IF
               END-READ
               CLOSE AgedParmFile
           END-IF.

      * Takes the EURxxx rate in force for each foreign supplier;
      * one left without a rate goes back to the euro view.
       LoadCurrencyRates.
           OPEN INPUT RateMasterFile.
           IF WS-RateMaster-Status = "00"
               READ RateMasterFile
                   AT END MOVE "Y" TO WS-RateMaster-Eof
               END-READ
               PERFORM UNTIL RateMaster-Eof
                   IF CR-CurrencyPair(1:3) = "EUR" AND CR-Rate > ZERO
                       PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                               UNTIL WS-Sup-Idx > WS-Supplier-Count
                           IF SP-Currency(WS-Sup-Idx) NOT = SPACES
                                   AND SP-Currency(WS-Sup-Idx)
                                       = CR-CurrencyPair(4:3)
                               MOVE CR-Rate TO SP-Rate(WS-Sup-Idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ RateMasterFile
                       AT END MOVE "Y" TO WS-RateMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE RateMasterFile
           END-IF.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
                   UNTIL WS-Sup-Idx > WS-Supplier-Count
               IF SP-Rate(WS-Sup-Idx) = ZERO
                   MOVE SPACES TO SP-Currency(WS-Sup-Idx)
               END-IF
           END-PERFORM.

       LookupSupplier.
           MOVE "N" TO WS-Supplier-Found.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
       AccumulateOneEntry.
           PERFORM LookupSupplier.
           IF Supplier-Found
               PERFORM SetEntryAmount
               IF AP-Payment OR AP-DebitNote OR AP-FxDifference
                   ADD WS-Entry-Amount TO SP-Payments(WS-Found-Idx)
               ELSE
                   PERFORM BucketInvoiceByAge
               END-IF
           END-IF.

       SetEntryAmount.
           EVALUATE TRUE
               WHEN SP-Currency(WS-Found-Idx) = SPACES
                   MOVE AP-Amount TO WS-Entry-Amount
               WHEN AP-FxDifference
                   MOVE ZERO TO WS-Entry-Amount
               WHEN AP-CurrencyCode = SP-Currency(WS-Found-Idx)
                   MOVE AP-CurrAmount TO WS-Entry-Amount
               WHEN OTHER
                   COMPUTE WS-Entry-Amount ROUNDED =
                       AP-Amount * SP-Rate(WS-Found-Idx)
           END-EVALUATE.

       BucketInvoiceByAge.
           COMPUTE WS-Tran-Day-Int =
               FUNCTION INTEGER-OF-DATE(AP-TranDate).
           COMPUTE WS-Age-Days = WS-Run-Day-Int - WS-Tran-Day-Int.
           EVALUATE TRUE
               WHEN WS-Age-Days < 30
                   ADD WS-Entry-Amount
                       TO SP-Bucket-Current(WS-Found-Idx)
               WHEN WS-Age-Days < 60
                   ADD WS-Entry-Amount TO SP-Bucket-30(WS-Found-Idx)
               WHEN WS-Age-Days < 90
                   ADD WS-Entry-Amount TO SP-Bucket-60(WS-Found-Idx)
               WHEN OTHER
                   ADD WS-Entry-Amount TO SP-Bucket-90(WS-Found-Idx)
           END-EVALUATE.

       PrintAgedCreditors.
           MOVE WS-Run-Date(1:4) TO AH-Year.
           MOVE WS-Run-Date(5:2) TO AH-Month.
           MOVE WS-Run-Date(7:2) TO AH-Day.
           IF Supplier-Currency-View
               MOVE "  IN SUPPLIER CURRENCY" TO AH-View
           ELSE
               MOVE "  IN EURO" TO AH-View
           END-IF.
           MOVE WS-Report-Header-Line TO AgedCredLine.
           WRITE AgedCredLine.
           PERFORM VARYING WS-Sup-Idx FROM 1 BY 1
               IF WS-Balance NOT = ZERO
                   MOVE SP-Code(WS-Sup-Idx) TO AG-SupCode
                   MOVE SP-Name(WS-Sup-Idx) TO AG-SupName
                   IF SP-Currency(WS-Sup-Idx) = SPACES
                       MOVE "EUR" TO AG-Currency
                   ELSE
                       MOVE SP-Currency(WS-Sup-Idx) TO AG-Currency
                   END-IF
                   MOVE WS-Balance TO AG-Balance
                   MOVE SP-Bucket-Current(WS-Sup-Idx) TO AG-Current
                   MOVE SP-Bucket-30(WS-Sup-Idx) TO AG-30
