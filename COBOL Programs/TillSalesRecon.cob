      *          AROMATOTALS.DAT, flagging the variance with the same
      *          ** VARIANCE ** convention ShopReconciliation uses and
      *          setting a nonzero RETURN-CODE so BatchDriver treats a
      *          mismatch as a failed step. Each transaction carrying
      *          line items is also proved on its own: the items are
      *          priced at the size price in force on OILPRICES.DAT
      *          and the item value compared with the value tendered,
      *          each transaction that differs being flagged. A
      *          refund or a void comes off the till total, reversing
      *          the sale it names, so neither inflates the takings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AromaTotalsFile ASSIGN TO "AROMATOTALS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AromaTotals-Status.
           SELECT OilPriceFile ASSIGN TO "OILPRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilPrice-Status.
           SELECT ReconReportFile ASSIGN TO "TILLSALESRECON.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TillTransFile.
           COPY TILLTRAN.

       FD  AromaTotalsFile.
           COPY AROMATOT.

       FD  OilPriceFile.
           COPY OILPRICE.

       FD  ReconReportFile.
       01  ReconReportLine             PIC X(73).

       WORKING-STORAGE SECTION.
       01  WS-TillTrans-Status         PIC XX.
       01  WS-AromaTotals-Status       PIC XX.
       01  WS-OilPrice-Status          PIC XX.
       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       01  WS-Eof-Switches.
           02  WS-Till-Eof             PIC X VALUE "N".
               88  Till-Eof                VALUE "Y".
           02  WS-OilPrice-Eof         PIC X VALUE "N".
               88  OilPrice-Eof            VALUE "Y".

      * Selling price in force per oil and size (2ML, 5ML, 9ML) and
      * the effective date it came from.
       01  WS-Price-Table.
           02  Price-Oil-Entry OCCURS 30 TIMES.
               03  PT-EffDate          PIC 9(8).
               03  PT-Price            PIC 99V99 OCCURS 3 TIMES.
       01  WS-Item-Idx                 PIC 99.
       01  WS-Item-Count               PIC 99.
       01  WS-Item-Value               PIC 9(7)V99.
       01  WS-Tran-Variance            PIC S9(7)V99.
       01  WS-Trans-Checked            PIC 9(5) VALUE ZERO.
       01  WS-Trans-Mismatched         PIC 9(5) VALUE ZERO.
       01  WS-Trans-No-Items           PIC 9(5) VALUE ZERO.
       01  WS-Price-Missing            PIC X.
           88  Price-Missing               VALUE "Y".

       01  WS-Variance-Threshold       PIC 9(3)V99 VALUE 5.00.
       01  WS-Till-Total               PIC S9(9)V99 VALUE ZERO.
       01  WS-Sales-Value              PIC S9(9)V99 VALUE ZERO.
       01  WS-Variance                 PIC S9(9)V99.
       01  WS-Recon-Failed             PIC X VALUE "N".
       01  WS-Recon-Line.
           02  FILLER                  PIC X(12)
                   VALUE "TILL TOTAL: ".
           02  RC-TillTotal            PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(9) VALUE "  SALES: ".
           02  RC-SalesValue           PIC -Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(12)
           02  FILLER                  PIC X VALUE SPACES.
           02  RC-Flag                 PIC X(14).

       01  WS-Tran-Line.
           02  FILLER                  PIC X(5) VALUE "TRAN ".
           02  TR-TranNo               PIC 9(6).
           02  FILLER                  PIC X(5) VALUE " CSH ".
           02  TR-CashierID            PIC 9(3).
           02  FILLER                  PIC X(7) VALUE " ITEMS ".
           02  TR-ItemValue            PIC Z,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE " TEND ".
           02  TR-Tendered             PIC Z,ZZ9.99.
           02  FILLER                  PIC X(6) VALUE " DIFF ".
           02  TR-Variance             PIC -Z,ZZ9.99.
           02  FILLER                  PIC X VALUE SPACES.
           02  TR-Flag                 PIC X(9).

       01  WS-Tran-Summary-Line.
           02  FILLER                  PIC X(22)
                   VALUE "TRANSACTIONS CHECKED: ".
           02  TS-Checked              PIC ZZZZ9.
           02  FILLER                  PIC X(14)
                   VALUE "  MISMATCHED: ".
           02  TS-Mismatched           PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "  NO ITEMS: ".
           02  TS-No-Items             PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           PERFORM LoadPricesInForce.
           OPEN OUTPUT ReconReportFile.
           PERFORM SumTillTransactions.
           PERFORM ReadAromaTotals.
           PERFORM WriteReconReport.
           CLOSE ReconReportFile.
           IF Recon-Failed
               MOVE 1 TO RETURN-CODE
           END-IF.
                   AT END MOVE "Y" TO WS-Till-Eof
               END-READ
               PERFORM UNTIL Till-Eof
                   EVALUATE TRUE
                       WHEN TT-Refund OR TT-Void
                           SUBTRACT ShopTotal FROM WS-Till-Total
                           PERFORM CheckOneTransaction
                       WHEN OTHER
                           ADD ShopTotal TO WS-Till-Total
                           PERFORM CheckOneTransaction
                   END-EVALUATE
                   READ TillTransFile
                       AT END MOVE "Y" TO WS-Till-Eof
                   END-READ
               CLOSE TillTransFile
           END-IF.

      * Latest record already in force per oil, as AromaSales prices
      * its lines.
       LoadPricesInForce.
           INITIALIZE WS-Price-Table.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-Status = "00"
               READ OilPriceFile
                   AT END MOVE "Y" TO WS-OilPrice-Eof
               END-READ
               PERFORM UNTIL OilPrice-Eof
                   IF OP-OilNum >= 1 AND OP-OilNum <= 30
                       IF OP-EffDate <= WS-Run-Date-Num
                               AND OP-EffDate
                                   >= PT-EffDate(OP-OilNum)
                           MOVE OP-EffDate TO PT-EffDate(OP-OilNum)
                           MOVE OP-Cost2ML TO PT-Price(OP-OilNum 1)
                           MOVE OP-Cost5ML TO PT-Price(OP-OilNum 2)
                           MOVE OP-Cost9ML TO PT-Price(OP-OilNum 3)
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END MOVE "Y" TO WS-OilPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

      * Records from tills not yet sending items carry a blank item
      * count and are counted but cannot be proved item by item.
       CheckOneTransaction.
           IF TT-ItemCount IS NOT NUMERIC OR TT-ItemCount = ZERO
               ADD 1 TO WS-Trans-No-Items
           ELSE
               MOVE TT-ItemCount TO WS-Item-Count
               IF WS-Item-Count > 20
                   MOVE 20 TO WS-Item-Count
               END-IF
               MOVE ZERO TO WS-Item-Value
               MOVE "N" TO WS-Price-Missing
               PERFORM PriceOneItem
                   VARYING WS-Item-Idx FROM 1 BY 1
                   UNTIL WS-Item-Idx > WS-Item-Count
               ADD 1 TO WS-Trans-Checked
               COMPUTE WS-Tran-Variance = ShopTotal - WS-Item-Value
               MOVE TT-TranNo TO TR-TranNo
               MOVE TT-CashierID TO TR-CashierID
               MOVE WS-Item-Value TO TR-ItemValue
               MOVE ShopTotal TO TR-Tendered
               MOVE WS-Tran-Variance TO TR-Variance
               EVALUATE TRUE
                   WHEN Price-Missing
                       MOVE "NO PRICE" TO TR-Flag
                       ADD 1 TO WS-Trans-Mismatched
                   WHEN WS-Tran-Variance NOT = ZERO
                       MOVE "MISMATCH" TO TR-Flag
                       ADD 1 TO WS-Trans-Mismatched
                   WHEN OTHER
                       MOVE "OK" TO TR-Flag
               END-EVALUATE
               MOVE WS-Tran-Line TO ReconReportLine
               WRITE ReconReportLine
           END-IF.

       PriceOneItem.
           IF TI-OilNum(WS-Item-Idx) >= 1
                   AND TI-OilNum(WS-Item-Idx) <= 30
                   AND TI-UnitSize(WS-Item-Idx) >= 1
                   AND TI-UnitSize(WS-Item-Idx) <= 3
                   AND PT-EffDate(TI-OilNum(WS-Item-Idx)) > ZERO
               COMPUTE WS-Item-Value = WS-Item-Value
                   + TI-Qty(WS-Item-Idx)
                   * PT-Price(TI-OilNum(WS-Item-Idx),
                              TI-UnitSize(WS-Item-Idx))
           ELSE
               MOVE "Y" TO WS-Price-Missing
           END-IF.

       ReadAromaTotals.
           OPEN INPUT AromaTotalsFile.
           IF WS-AromaTotals-Status = "00"
           END-IF.

       WriteReconReport.
           MOVE WS-Trans-Checked TO TS-Checked.
           MOVE WS-Trans-Mismatched TO TS-Mismatched.
           MOVE WS-Trans-No-Items TO TS-No-Items.
           MOVE WS-Tran-Summary-Line TO ReconReportLine.
           WRITE ReconReportLine.
           COMPUTE WS-Variance = WS-Till-Total - WS-Sales-Value.
           MOVE WS-Till-Total TO RC-TillTotal.
           MOVE WS-Sales-Value TO RC-SalesValue.
           END-IF.
           MOVE WS-Recon-Line TO ReconReportLine.
           WRITE ReconReportLine.

       END PROGRAM TillSalesRecon.
