      ******************************************************************
      * Author:
      * Date:
      * Purpose: Loads the electronic wholesale order feed
      *          (WHOLESALEORD.DAT, registered on INTERFACEREG.DAT as
      *          feed WHSLORD with the T count trailer, so
      *          InterfaceCheck verifies it before BatchDriver lets
      *          this step run) into the sales input SALES.DAT ahead
      *          of the AromaSales run. Each customer order is an H
      *          header (customer, order reference, rep, branch), D
      *          lines (oil, size, quantity) and an E trailer giving
      *          the order's line count and quantity total; an order
      *          whose trailer does not agree, whose customer is not
      *          on AROMACUST.DAT or has been written off, or whose
      *          branch is unknown is refused whole. Each line is
      *          checked against OILMASTER.DAT and the unit-size
      *          rules, then valued at the customer's AromaSales
      *          price plus the VAT it will be invoiced with, and
      *          refused when it would take the customer
      *          past the credit limit on top of the ARLEDGER.DAT
      *          balance, less any amount under open dispute on
      *          DISPUTES.DAT. Accepted lines are appended to SALES.DAT
      *          with SALESCTL.DAT updated in the StandingOrderGen
      *          manner. ORDERACK.DAT carries an acknowledgement for
      *          every order - each line accepted, refused with its
      *          reason, or accepted with the quantity the branch
      *          stock on AROMABRSTOCK.DAT cannot cover and that will
      *          go to backorder.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WholesaleOrderLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFeedFile ASSIGN TO "WHOLESALEORD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OrderFeed-Status.
           SELECT CustomerMaster ASSIGN TO "AROMACUST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustomerMaster-Status.
           SELECT ArLedgerFile ASSIGN TO "ARLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ArLedger-Status.
           SELECT OilMasterFile ASSIGN TO "OILMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilMaster-Status.
           SELECT OilPriceFile ASSIGN TO "OILPRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OilPrice-Status.
           SELECT CustPriceFile ASSIGN TO "CUSTPRICING.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CustPrice-Status.
           SELECT PromoFile ASSIGN TO "PROMO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Promo-Status.
           SELECT BranchMaster ASSIGN TO "AROMABRANCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchMaster-Status.
           SELECT BranchStockFile ASSIGN TO "AROMABRSTOCK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BranchStock-Status.
           SELECT Sales ASSIGN TO "SALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Sales-Status.
           SELECT SalesControlFile ASSIGN TO "SALESCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SalesCtl-Status.
           SELECT DisputeFile ASSIGN TO "DISPUTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Dispute-Status.
           SELECT OrderAckFile ASSIGN TO "ORDERACK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ExceptionsFile ASSIGN TO "EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-Exceptions-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OrderFeedFile.
       01  OrderFeedRec.
           02  OF-RecType              PIC X.
               88  OF-Header               VALUE "H".
               88  OF-Detail               VALUE "D".
               88  OF-OrderTrailer         VALUE "E".
               88  OF-FileTrailer          VALUE "T".
           02  OF-Body                 PIC X(40).
       01  OrderHeaderRec.
           02  FILLER                  PIC X.
           02  OH-CustID               PIC 9(5).
           02  OH-OrderRef             PIC X(10).
           02  OH-OrderDate            PIC 9(8).
           02  OH-RepCode              PIC 9(3).
           02  OH-BranchCode           PIC 99.
       01  OrderDetailRec.
           02  FILLER                  PIC X.
           02  OD-OilID                PIC X(3).
           02  OD-UnitSize             PIC 9.
           02  OD-Qty                  PIC 9(3).
       01  OrderTrailerRec.
           02  FILLER                  PIC X.
           02  OE-LineCount            PIC 9(3).
           02  OE-QtyTotal             PIC 9(6).

       FD  CustomerMaster.
           COPY AROMACUST.

       FD  ArLedgerFile.
           COPY ARLEDGER.

       FD  DisputeFile.
           COPY DISPUTE.

       FD  OilMasterFile.
           COPY OILMAST.

       FD  OilPriceFile.
           COPY OILPRICE.

       FD  CustPriceFile.
           COPY CUSTPRICE.

       FD  PromoFile.
           COPY PROMOREC.

       FD  BranchMaster.
           COPY AROMABR.

       FD  BranchStockFile.
       01  BranchStockRec.
           02  BS-Branch               PIC 99.
           02  BS-OilNum               PIC 99.
           02  BS-Stock                PIC 9(5).

       FD  Sales.
           COPY SALESREC.

       FD  SalesControlFile.
       01  SalesControlLine.
           02  SC-Record-Count         PIC 9(7).
           02  SC-Hash-Total           PIC 9(9).

       FD  OrderAckFile.
       01  OrderAckLine                PIC X(80).

       FD  ExceptionsFile.
           COPY EXCEPTREC.

       WORKING-STORAGE SECTION.
       01  WS-OrderFeed-Status         PIC XX.
       01  WS-CustomerMaster-Status    PIC XX.
       01  WS-ArLedger-Status          PIC XX.
       01  WS-Dispute-Status           PIC XX.
       01  WS-OilMaster-Status         PIC XX.
       01  WS-OilPrice-Status          PIC XX.
       01  WS-CustPrice-Status         PIC XX.
       01  WS-Promo-Status             PIC XX.
       01  WS-BranchMaster-Status      PIC XX.
       01  WS-BranchStock-Status       PIC XX.
       01  WS-Sales-Status             PIC XX.
       01  WS-SalesCtl-Status          PIC XX.
       01  WS-Exceptions-Status        PIC XX.

       01  WS-Run-Date                 PIC X(8).
       01  WS-Run-Date-Num             PIC 9(8).

       01  WS-Eof-Switches.
           02  WS-OrderFeed-Eof        PIC X VALUE "N".
               88  OrderFeed-Eof           VALUE "Y".
           02  WS-CustomerMaster-Eof   PIC X VALUE "N".
               88  CustomerMaster-Eof      VALUE "Y".
           02  WS-ArLedger-Eof         PIC X VALUE "N".
               88  ArLedger-Eof            VALUE "Y".
           02  WS-Dispute-Eof          PIC X VALUE "N".
               88  Dispute-Eof             VALUE "Y".
           02  WS-OilMaster-Eof        PIC X VALUE "N".
               88  OilMaster-Eof           VALUE "Y".
           02  WS-OilPriceFile-Eof     PIC X VALUE "N".
               88  OilPriceFile-Eof        VALUE "Y".
           02  WS-CustPrice-Eof        PIC X VALUE "N".
               88  CustPrice-Eof           VALUE "Y".
           02  WS-Promo-Eof            PIC X VALUE "N".
               88  Promo-Eof               VALUE "Y".
           02  WS-BranchMaster-Eof     PIC X VALUE "N".
               88  BranchMaster-Eof        VALUE "Y".
           02  WS-BranchStock-Eof      PIC X VALUE "N".
               88  BranchStock-Eof         VALUE "Y".

       01  WS-Customer-Count           PIC 9(4) VALUE ZERO.
       01  WS-Customer-Table-Limit     PIC 9(4) VALUE 2000.
       01  WS-Customer-Table.
           02  Customer-Entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-Customer-Count.
               03  CT-CustID           PIC 9(5).
               03  CT-CreditLimit      PIC 9(7)V99.
               03  CT-WriteOff         PIC X.
               03  CT-ArBalance        PIC S9(9)V99.
               03  CT-DayValue         PIC S9(9)V99.
               03  CT-EcSupply         PIC X.
       01  WS-Cust-Idx                 PIC 9(4).
       01  WS-Found-Idx                PIC 9(4).
       01  WS-Customer-Found           PIC X VALUE "N".
           88  Customer-Found              VALUE "Y".
       01  WS-Lookup-CustID            PIC 9(5).

      * An oil the master does not carry is refused; with no master
      * on file every oil is taken as active, as AromaSales does.
       01  WS-Oil-Master-Loaded        PIC X VALUE "N".
           88  Oil-Master-Loaded           VALUE "Y".
       01  WS-Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 30 TIMES.
               03  ON-OnMaster         PIC X.
               03  ON-Active           PIC X.

       01  Oils-Table.
           02  Oil-Cost-Values.
               03 FILLER               PIC X(40)
                       VALUE "0041003200450050002910250055003900650075".
               03 FILLER               PIC X(40)
                       VALUE "0080004400500063006500550085004812500065".
               03 FILLER               PIC X(40)
                       VALUE "0060005500670072006501250085006511150105".
           02  FILLER REDEFINES Oil-Cost-Values.
               03 OIL-COST           PIC 99V99 OCCURS 30 TIMES.

       01  Oil-Size-Cost-Table.
           02  Oil-Size-Entry OCCURS 30 TIMES.
               03  OIL-SIZE-COST       PIC 99V99 OCCURS 3 TIMES.
       01  WS-Oil-Price-Date-Table.
           02  WS-Oil-Price-Date       PIC 9(8) OCCURS 30 TIMES.
       01  WS-Oil-Idx                  PIC 99.
       01  WS-Size-Idx                 PIC 9.

       01  WS-CustPrice-Count      PIC 9(3) VALUE ZERO.
       01  WS-CustPrice-Table-Limit PIC 9(3) VALUE 500.
       01  WS-CustPrice-Table-Full PIC X VALUE "N".
           88  CustPrice-Table-Full    VALUE "Y".
       01  CustPriceTable.
           02 CustPrice-Entry OCCURS 500 TIMES
                   DEPENDING ON WS-CustPrice-Count.
               03 CP-TableCustID       PIC 9(5).
               03 CP-TableOilNum       PIC 99.
               03 CP-TableUnitSize     PIC 9.
               03 CP-TableContract     PIC 99V99.
               03 CP-TableDiscount     PIC V99.
       01  WS-CustPrice-Idx        PIC 9(3).
       01  WS-Unit-Price           PIC 99V99.
       01  WS-Price-Flag           PIC X.

       01  WS-Promo-Count          PIC 9(3) VALUE ZERO.
       01  WS-Promo-Table-Limit    PIC 9(3) VALUE 50.
       01  PromoTable.
           02 Promo-Entry OCCURS 50 TIMES
                   DEPENDING ON WS-Promo-Count.
               03 PM-TableCode         PIC X(6).
               03 PM-TableScope        PIC X.
               03 PM-TableOilNum       PIC 99.
               03 PM-TableUnitSize     PIC 9.
               03 PM-TableDiscount     PIC V99.
       01  WS-Promo-Idx            PIC 9(3).

      * Branch stock still uncommitted as this run accepts lines, so
      * two orders for the same oil do not both count on one bottle.
       01  WS-Branch-Count             PIC 99 VALUE ZERO.
       01  WS-Branch-Table.
           02  Branch-Entry OCCURS 9 TIMES.
               03  BN-BranchCode       PIC 99.
               03  BN-Oil-Stock        PIC S9(5) OCCURS 30 TIMES.
       01  WS-Branch-Idx               PIC 99.
       01  WS-Branch-Found-Idx         PIC 99.
       01  WS-Branch-Found             PIC X VALUE "N".
           88  Branch-Found                VALUE "Y".

      * The order in hand, held until its E trailer proves it
      * complete.
       01  WS-Order-Open               PIC X VALUE "N".
           88  Order-Open                  VALUE "Y".
       01  WS-Order-CustID             PIC 9(5).
       01  WS-Order-Ref                PIC X(10).
       01  WS-Order-RepCode            PIC 9(3).
       01  WS-Order-Branch             PIC 99.
       01  WS-Order-Reason             PIC X(24).
       01  WS-Order-Qty-Total          PIC 9(6).
       01  WS-Order-Line-Count         PIC 9(3) VALUE ZERO.
       01  WS-Order-Line-Limit         PIC 9(3) VALUE 200.
       01  WS-Order-Lines.
           02  Order-Line OCCURS 200 TIMES.
               03  OL-OilID            PIC X(3).
               03  OL-UnitSize         PIC X.
               03  OL-Qty              PIC X(3).
               03  OL-Status           PIC X.
               03  OL-Backorder        PIC 9(3).
               03  OL-Reason           PIC X(24).
       01  WS-Line-Idx                 PIC 9(3).
       01  WS-Lines-Accepted           PIC 9(3).
       01  WS-Lines-Backordered        PIC 9(3).
       01  WS-Lines-Rejected           PIC 9(3).

       01  WS-Line-Value               PIC S9(7)V99.
       01  WS-Credit-Exposure          PIC S9(9)V99.
      * The ledger carries invoices gross, so a line is grossed up at
      * the AromaSales rate before the credit test - zero for a trade
      * customer in another EU member state (VatNoCheck answers E).
       01  WS-Vat-Rate                 PIC 9V99 VALUE 0.23.
       01  WS-Vat-Check-Result         PIC X.
       01  WS-Stock-Available          PIC S9(5).

       01  WS-Orders-Read              PIC 9(5) VALUE ZERO.
       01  WS-Orders-Refused           PIC 9(5) VALUE ZERO.
       01  WS-Generated-Count          PIC 9(5) VALUE ZERO.
       01  WS-Generated-Hash           PIC 9(9) VALUE ZERO.

       01  WS-Ack-Header.
           02  FILLER                  PIC X VALUE "H".
           02  AH-CustID               PIC 9(5).
           02  AH-OrderRef             PIC X(10).
           02  AH-RunDate              PIC 9(8).
           02  AH-OrderStatus          PIC X(8).
           02  AH-Reason               PIC X(24).
           02  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-Ack-Detail.
           02  FILLER                  PIC X VALUE "D".
           02  AD-CustID               PIC 9(5).
           02  AD-OrderRef             PIC X(10).
           02  AD-LineNo               PIC 9(3).
           02  AD-OilID                PIC X(3).
           02  AD-UnitSize             PIC X.
           02  AD-Qty                  PIC X(3).
           02  AD-LineStatus           PIC X.
               88  AD-Accepted             VALUE "A".
               88  AD-Backordered          VALUE "B".
               88  AD-Rejected             VALUE "R".
           02  AD-BackorderQty         PIC 9(3).
           02  AD-Reason               PIC X(24).
           02  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-Ack-Trailer.
           02  FILLER                  PIC X VALUE "E".
           02  AE-CustID               PIC 9(5).
           02  AE-OrderRef             PIC X(10).
           02  AE-Accepted             PIC 9(3).
           02  AE-Backordered          PIC 9(3).
           02  AE-Rejected             PIC 9(3).
           02  FILLER                  PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
           CALL "BusDate" USING WS-Run-Date.
           MOVE WS-Run-Date TO WS-Run-Date-Num.
           INITIALIZE WS-Branch-Table.
           PERFORM OpenExceptionsFile.
           PERFORM LoadCustomerMaster.
           PERFORM LoadArBalances.
           PERFORM LoadOpenDisputes.
           PERFORM LoadOilMaster.
           PERFORM LoadOilPriceFile.
           PERFORM LoadCustPriceFile.
           PERFORM LoadPromoFile.
           PERFORM LoadBranchMaster.
           PERFORM LoadBranchStock.
           OPEN EXTEND Sales.
           IF WS-Sales-Status = "35"
               OPEN OUTPUT Sales
           END-IF.
           OPEN OUTPUT OrderAckFile.
           OPEN INPUT OrderFeedFile.
           IF WS-OrderFeed-Status = "00"
               READ OrderFeedFile
                   AT END MOVE "Y" TO WS-OrderFeed-Eof
               END-READ
               PERFORM UNTIL OrderFeed-Eof
                   PERFORM ProcessOneFeedRecord
                   READ OrderFeedFile
                       AT END MOVE "Y" TO WS-OrderFeed-Eof
                   END-READ
               END-PERFORM
               CLOSE OrderFeedFile
           END-IF.
           IF Order-Open
               MOVE "NO ORDER TRAILER" TO WS-Order-Reason
               PERFORM RefuseWholeOrder
           END-IF.
           CLOSE OrderAckFile.
           CLOSE Sales.
           CLOSE ExceptionsFile.
           IF WS-Generated-Count > ZERO
               PERFORM UpdateSalesControl
           END-IF.
           DISPLAY "WHOLESALEORDERLOAD: " WS-Orders-Read " ORDERS, "
               WS-Orders-Refused " REFUSED, " WS-Generated-Count
               " SALES LINES WRITTEN".
           STOP RUN.

       OpenExceptionsFile.
           OPEN EXTEND ExceptionsFile.
           IF WS-Exceptions-Status = "35"
               OPEN OUTPUT ExceptionsFile
               CLOSE ExceptionsFile
               OPEN EXTEND ExceptionsFile
           END-IF.
           MOVE SPACES TO ExceptionRecord.

      * An H opens an order, D lines are held against it and its E
      * trailer settles it. A D or E with no order open is a stray
      * and is passed over; the file trailer is InterfaceCheck's.
       ProcessOneFeedRecord.
           EVALUATE TRUE
               WHEN OF-Header
                   IF Order-Open
                       MOVE "NO ORDER TRAILER" TO WS-Order-Reason
                       PERFORM RefuseWholeOrder
                   END-IF
                   PERFORM OpenOrder
               WHEN OF-Detail
                   IF Order-Open
                       PERFORM HoldOrderLine
                   END-IF
               WHEN OF-OrderTrailer
                   IF Order-Open
                       PERFORM SettleOrder
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OpenOrder.
           ADD 1 TO WS-Orders-Read.
           MOVE "Y" TO WS-Order-Open.
           MOVE OH-CustID TO WS-Order-CustID.
           MOVE OH-OrderRef TO WS-Order-Ref.
           MOVE OH-RepCode TO WS-Order-RepCode.
           MOVE OH-BranchCode TO WS-Order-Branch.
           MOVE ZERO TO WS-Order-Line-Count.
           MOVE ZERO TO WS-Order-Qty-Total.
           MOVE SPACES TO WS-Order-Reason.

       HoldOrderLine.
           IF WS-Order-Line-Count >= WS-Order-Line-Limit
               MOVE "TOO MANY LINES ON ORDER" TO WS-Order-Reason
           ELSE
               ADD 1 TO WS-Order-Line-Count
               MOVE OD-OilID TO OL-OilID(WS-Order-Line-Count)
               MOVE OrderDetailRec(5:1)
                   TO OL-UnitSize(WS-Order-Line-Count)
               MOVE OrderDetailRec(6:3) TO OL-Qty(WS-Order-Line-Count)
               MOVE SPACE TO OL-Status(WS-Order-Line-Count)
               MOVE ZERO TO OL-Backorder(WS-Order-Line-Count)
               MOVE SPACES TO OL-Reason(WS-Order-Line-Count)
               IF OD-Qty IS NUMERIC
                   ADD OD-Qty TO WS-Order-Qty-Total
               END-IF
           END-IF.

      * The trailer must agree with the lines held, else the order
      * is taken to be damaged in transfer and none of it is loaded.
       SettleOrder.
           IF WS-Order-Reason = SPACES
               IF OE-LineCount NOT NUMERIC
                       OR OE-QtyTotal NOT NUMERIC
                       OR OE-LineCount NOT = WS-Order-Line-Count
                       OR OE-QtyTotal NOT = WS-Order-Qty-Total
                   MOVE "ORDER TRAILER MISMATCH" TO WS-Order-Reason
               END-IF
           END-IF.
           IF WS-Order-Reason = SPACES
               MOVE WS-Order-CustID TO WS-Lookup-CustID
               PERFORM LookupCustomer
               PERFORM LookupBranch
               EVALUATE TRUE
                   WHEN NOT Customer-Found
                       MOVE "CUSTOMER NOT ON FILE" TO WS-Order-Reason
                   WHEN CT-WriteOff(WS-Found-Idx) = "W"
                       MOVE "ACCOUNT WRITTEN OFF" TO WS-Order-Reason
                   WHEN NOT Branch-Found
                       MOVE "INVALID BRANCH CODE" TO WS-Order-Reason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-Order-Reason = SPACES
               PERFORM LoadOrderLines
           ELSE
               PERFORM RefuseWholeOrder
           END-IF.

       RefuseWholeOrder.
           ADD 1 TO WS-Orders-Refused.
           PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                   UNTIL WS-Line-Idx > WS-Order-Line-Count
               MOVE "R" TO OL-Status(WS-Line-Idx)
               MOVE WS-Order-Reason TO OL-Reason(WS-Line-Idx)
           END-PERFORM.
           MOVE "REJECTED" TO AH-OrderStatus.
           MOVE WS-Order-Reason TO AH-Reason.
           PERFORM WriteAcknowledgement.
           MOVE WS-Run-Date TO EXC-RunDate.
           MOVE "WHSLORDER" TO EXC-Source.
           MOVE SPACES TO EXC-Key.
           STRING WS-Order-CustID "/" WS-Order-Ref
               DELIMITED BY SIZE INTO EXC-Key.
           MOVE WS-Order-Reason TO EXC-Reason.
           WRITE ExceptionRecord.
           MOVE "N" TO WS-Order-Open.

       LoadOrderLines.
           PERFORM LoadOneOrderLine
               VARYING WS-Line-Idx FROM 1 BY 1
               UNTIL WS-Line-Idx > WS-Order-Line-Count.
           MOVE SPACES TO AH-Reason.
           EVALUATE TRUE
               WHEN WS-Order-Line-Count = ZERO
                   MOVE "REJECTED" TO AH-OrderStatus
                   MOVE "NO ORDER LINES" TO AH-Reason
               WHEN WS-Lines-Rejected = ZERO
                   MOVE "ACCEPTED" TO AH-OrderStatus
               WHEN WS-Lines-Rejected = WS-Order-Line-Count
                   MOVE "REJECTED" TO AH-OrderStatus
                   MOVE "NO LINE ACCEPTABLE" TO AH-Reason
               WHEN OTHER
                   MOVE "PARTIAL" TO AH-OrderStatus
           END-EVALUATE.
           PERFORM WriteAcknowledgement.
           MOVE "N" TO WS-Order-Open.

      * Staged as a sales line so the AromaSales pricing paragraphs
      * apply as they stand.
       LoadOneOrderLine.
           MOVE WS-Order-CustID TO CustID.
           MOVE OL-OilID(WS-Line-Idx) TO OilID.
           MOVE OL-UnitSize(WS-Line-Idx) TO UnitSize.
           MOVE OL-Qty(WS-Line-Idx) TO UnitsSold.
           MOVE WS-Order-RepCode TO RepCode.
           MOVE "S" TO TransType.
           MOVE WS-Order-Branch TO BranchCode.
           PERFORM ValidateOrderLine.
           IF OL-Reason(WS-Line-Idx) = SPACES
               PERFORM SetUnitSizeIndex
               PERFORM ComputeUnitPrice
               COMPUTE WS-Line-Value = WS-Unit-Price * UnitsSold
               PERFORM CheckOrderCredit
           END-IF.
           IF OL-Reason(WS-Line-Idx) = SPACES
               WRITE SalesRecord
               ADD 1 TO WS-Generated-Count
               ADD CustID TO WS-Generated-Hash
               PERFORM CheckBranchStock
           ELSE
               MOVE "R" TO OL-Status(WS-Line-Idx)
           END-IF.

      * The AromaSales edit rules for an ordinary oil sale; gift
      * sets are not ordered through the feed.
       ValidateOrderLine.
           EVALUATE TRUE
               WHEN NOT (Essential OR Base)
                       OR OilNum NOT NUMERIC
                       OR OilNum < 1 OR OilNum > 30
                   MOVE "INVALID OIL CODE" TO OL-Reason(WS-Line-Idx)
               WHEN Oil-Master-Loaded
                       AND ON-OnMaster(OilNum) NOT = "Y"
                   MOVE "OIL NOT ON MASTER" TO OL-Reason(WS-Line-Idx)
               WHEN ON-Active(OilNum) = "N"
                   MOVE "OIL DISCONTINUED" TO OL-Reason(WS-Line-Idx)
               WHEN NOT (2ML OR 5ML OR 9ML)
                   MOVE "INVALID UNIT SIZE" TO OL-Reason(WS-Line-Idx)
               WHEN UnitsSold NOT NUMERIC OR UnitsSold = ZERO
                   MOVE "INVALID QUANTITY" TO OL-Reason(WS-Line-Idx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The AromaSales credit test: ledger balance, plus what this
      * run has already accepted for the customer, plus this line
      * at its invoice gross, against the limit. A zero limit means
      * no limit.
       CheckOrderCredit.
           IF CT-EcSupply(WS-Found-Idx) NOT = "Y"
               COMPUTE WS-Line-Value ROUNDED =
                   WS-Line-Value * (1 + WS-Vat-Rate)
           END-IF.
           IF CT-CreditLimit(WS-Found-Idx) > ZERO
               COMPUTE WS-Credit-Exposure =
                   CT-ArBalance(WS-Found-Idx)
                   + CT-DayValue(WS-Found-Idx)
                   + WS-Line-Value
               IF WS-Credit-Exposure > CT-CreditLimit(WS-Found-Idx)
                   MOVE "CREDIT LIMIT EXCEEDED"
                       TO OL-Reason(WS-Line-Idx)
               END-IF
           END-IF.
           IF OL-Reason(WS-Line-Idx) = SPACES
               ADD WS-Line-Value TO CT-DayValue(WS-Found-Idx)
           END-IF.

       CheckBranchStock.
           MOVE BN-Oil-Stock(WS-Branch-Found-Idx OilNum)
               TO WS-Stock-Available.
           IF WS-Stock-Available < ZERO
               MOVE ZERO TO WS-Stock-Available
           END-IF.
           IF UnitsSold > WS-Stock-Available
               COMPUTE OL-Backorder(WS-Line-Idx) =
                   UnitsSold - WS-Stock-Available
               MOVE "B" TO OL-Status(WS-Line-Idx)
               MOVE "PART TO BACKORDER" TO OL-Reason(WS-Line-Idx)
           ELSE
               MOVE "A" TO OL-Status(WS-Line-Idx)
           END-IF.
           SUBTRACT UnitsSold
               FROM BN-Oil-Stock(WS-Branch-Found-Idx OilNum).

       WriteAcknowledgement.
           MOVE ZERO TO WS-Lines-Accepted.
           MOVE ZERO TO WS-Lines-Backordered.
           MOVE ZERO TO WS-Lines-Rejected.
           MOVE WS-Order-CustID TO AH-CustID.
           MOVE WS-Order-Ref TO AH-OrderRef.
           MOVE WS-Run-Date-Num TO AH-RunDate.
           MOVE WS-Ack-Header TO OrderAckLine.
           WRITE OrderAckLine.
           PERFORM VARYING WS-Line-Idx FROM 1 BY 1
                   UNTIL WS-Line-Idx > WS-Order-Line-Count
               MOVE WS-Order-CustID TO AD-CustID
               MOVE WS-Order-Ref TO AD-OrderRef
               MOVE WS-Line-Idx TO AD-LineNo
               MOVE OL-OilID(WS-Line-Idx) TO AD-OilID
               MOVE OL-UnitSize(WS-Line-Idx) TO AD-UnitSize
               MOVE OL-Qty(WS-Line-Idx) TO AD-Qty
               MOVE OL-Status(WS-Line-Idx) TO AD-LineStatus
               MOVE OL-Backorder(WS-Line-Idx) TO AD-BackorderQty
               MOVE OL-Reason(WS-Line-Idx) TO AD-Reason
               EVALUATE TRUE
                   WHEN AD-Accepted
                       ADD 1 TO WS-Lines-Accepted
                   WHEN AD-Backordered
                       ADD 1 TO WS-Lines-Accepted
                       ADD 1 TO WS-Lines-Backordered
                   WHEN OTHER
                       ADD 1 TO WS-Lines-Rejected
               END-EVALUATE
               MOVE WS-Ack-Detail TO OrderAckLine
               WRITE OrderAckLine
           END-PERFORM.
           MOVE WS-Order-CustID TO AE-CustID.
           MOVE WS-Order-Ref TO AE-OrderRef.
           MOVE WS-Lines-Accepted TO AE-Accepted.
           MOVE WS-Lines-Backordered TO AE-Backordered.
           MOVE WS-Lines-Rejected TO AE-Rejected.
           MOVE WS-Ack-Trailer TO OrderAckLine.
           WRITE OrderAckLine.

       LoadCustomerMaster.
           OPEN INPUT CustomerMaster.
           IF WS-CustomerMaster-Status = "00"
               READ CustomerMaster
                   AT END MOVE "Y" TO WS-CustomerMaster-Eof
               END-READ
               PERFORM UNTIL CustomerMaster-Eof
                   IF WS-Customer-Count < WS-Customer-Table-Limit
                       ADD 1 TO WS-Customer-Count
                       MOVE CM-CustID TO CT-CustID(WS-Customer-Count)
                       MOVE CM-CreditLimit
                           TO CT-CreditLimit(WS-Customer-Count)
                       MOVE CM-WriteOffFlag
                           TO CT-WriteOff(WS-Customer-Count)
                       MOVE ZERO TO CT-ArBalance(WS-Customer-Count)
                       MOVE ZERO TO CT-DayValue(WS-Customer-Count)
                       MOVE "N" TO CT-EcSupply(WS-Customer-Count)
                       IF CM-VatRegNo NOT = SPACES
                           CALL "VatNoCheck" USING CM-CountryCode
                               CM-VatRegNo WS-Vat-Check-Result
                           IF WS-Vat-Check-Result = "E"
                               MOVE "Y"
                                   TO CT-EcSupply(WS-Customer-Count)
                           END-IF
                       END-IF
                   END-IF
                   READ CustomerMaster
                       AT END MOVE "Y" TO WS-CustomerMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE CustomerMaster
           END-IF.

       LookupCustomer.
           MOVE "N" TO WS-Customer-Found.
           PERFORM VARYING WS-Cust-Idx FROM 1 BY 1
                   UNTIL WS-Cust-Idx > WS-Customer-Count
                       OR Customer-Found
               IF CT-CustID(WS-Cust-Idx) = WS-Lookup-CustID
                   MOVE "Y" TO WS-Customer-Found
                   MOVE WS-Cust-Idx TO WS-Found-Idx
               END-IF
           END-PERFORM.

       LoadArBalances.
           OPEN INPUT ArLedgerFile.
           IF WS-ArLedger-Status = "00"
               READ ArLedgerFile
                   AT END MOVE "Y" TO WS-ArLedger-Eof
               END-READ
               PERFORM UNTIL ArLedger-Eof
                   MOVE AR-CustID TO WS-Lookup-CustID
                   PERFORM LookupCustomer
                   IF Customer-Found
                       IF AR-Credit-Entry
                           SUBTRACT AR-Amount
                               FROM CT-ArBalance(WS-Found-Idx)
                       ELSE
                           ADD AR-Amount TO CT-ArBalance(WS-Found-Idx)
                       END-IF
                   END-IF
                   READ ArLedgerFile
                       AT END MOVE "Y" TO WS-ArLedger-Eof
                   END-READ
               END-PERFORM
               CLOSE ArLedgerFile
           END-IF.

      * An open dispute's amount is not held against the customer's
      * credit limit while it is argued.
       LoadOpenDisputes.
           OPEN INPUT DisputeFile.
           IF WS-Dispute-Status = "00"
               READ DisputeFile
                   AT END MOVE "Y" TO WS-Dispute-Eof
               END-READ
               PERFORM UNTIL Dispute-Eof
                   IF DP-Open
                       MOVE DP-CustID TO WS-Lookup-CustID
                       PERFORM LookupCustomer
                       IF Customer-Found
                           SUBTRACT DP-Amount
                               FROM CT-ArBalance(WS-Found-Idx)
                       END-IF
                   END-IF
                   READ DisputeFile
                       AT END MOVE "Y" TO WS-Dispute-Eof
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           END-IF.

       LoadOilMaster.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1
                   UNTIL WS-Oil-Idx > 30
               MOVE "N" TO ON-OnMaster(WS-Oil-Idx)
               MOVE "Y" TO ON-Active(WS-Oil-Idx)
           END-PERFORM.
           OPEN INPUT OilMasterFile.
           IF WS-OilMaster-Status = "00"
               MOVE "Y" TO WS-Oil-Master-Loaded
               READ OilMasterFile
                   AT END MOVE "Y" TO WS-OilMaster-Eof
               END-READ
               PERFORM UNTIL OilMaster-Eof
                   IF OM2-OilNum >= 1 AND OM2-OilNum <= 30
                       MOVE "Y" TO ON-OnMaster(OM2-OilNum)
                       MOVE OM2-Active TO ON-Active(OM2-OilNum)
                   END-IF
                   READ OilMasterFile
                       AT END MOVE "Y" TO WS-OilMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE OilMasterFile
           END-IF.

       LoadOilPriceFile.
           INITIALIZE WS-Oil-Price-Date-Table.
           PERFORM VARYING WS-Oil-Idx FROM 1 BY 1 UNTIL WS-Oil-Idx > 30
               MOVE OIL-COST(WS-Oil-Idx)
                   TO OIL-SIZE-COST(WS-Oil-Idx 1)
                      OIL-SIZE-COST(WS-Oil-Idx 2)
                      OIL-SIZE-COST(WS-Oil-Idx 3)
           END-PERFORM.
           OPEN INPUT OilPriceFile.
           IF WS-OilPrice-Status = "00"
               READ OilPriceFile
                   AT END MOVE "Y" TO WS-OilPriceFile-Eof
               END-READ
               PERFORM UNTIL OilPriceFile-Eof
                   IF OP-OilNum >= 1 AND OP-OilNum <= 30
                       IF OP-EffDate <= WS-Run-Date-Num
                               AND OP-EffDate
                                   >= WS-Oil-Price-Date(OP-OilNum)
                           MOVE OP-Cost2ML
                               TO OIL-SIZE-COST(OP-OilNum 1)
                           MOVE OP-Cost5ML
                               TO OIL-SIZE-COST(OP-OilNum 2)
                           MOVE OP-Cost9ML
                               TO OIL-SIZE-COST(OP-OilNum 3)
                           MOVE OP-EffDate
                               TO WS-Oil-Price-Date(OP-OilNum)
                       END-IF
                   END-IF
                   READ OilPriceFile
                       AT END MOVE "Y" TO WS-OilPriceFile-Eof
                   END-READ
               END-PERFORM
               CLOSE OilPriceFile
           END-IF.

       LoadCustPriceFile.
           OPEN INPUT CustPriceFile.
           IF WS-CustPrice-Status = "00"
               READ CustPriceFile
                   AT END MOVE "Y" TO WS-CustPrice-Eof
               END-READ
               PERFORM UNTIL CustPrice-Eof
                   IF WS-CustPrice-Count >= WS-CustPrice-Table-Limit
                       IF NOT CustPrice-Table-Full
                           MOVE "Y" TO WS-CustPrice-Table-Full
                           DISPLAY "WHOLESALEORDERLOAD: CUST PRICING "
                               "TABLE FULL - ENTRIES BEYOND "
                               WS-CustPrice-Table-Limit " NOT LOADED"
                       END-IF
                   ELSE
                       ADD 1 TO WS-CustPrice-Count
                       MOVE CP-CustID
                           TO CP-TableCustID(WS-CustPrice-Count)
                       MOVE CP-OilNum
                           TO CP-TableOilNum(WS-CustPrice-Count)
                       MOVE CP-UnitSize
                           TO CP-TableUnitSize(WS-CustPrice-Count)
                       MOVE CP-ContractPrice
                           TO CP-TableContract(WS-CustPrice-Count)
                       MOVE CP-DiscountPct
                           TO CP-TableDiscount(WS-CustPrice-Count)
                   END-IF
                   READ CustPriceFile
                       AT END MOVE "Y" TO WS-CustPrice-Eof
                   END-READ
               END-PERFORM
               CLOSE CustPriceFile
           END-IF.

       LoadPromoFile.
           OPEN INPUT PromoFile.
           IF WS-Promo-Status = "00"
               READ PromoFile
                   AT END MOVE "Y" TO WS-Promo-Eof
               END-READ
               PERFORM UNTIL Promo-Eof
                   IF PR-StartDate <= WS-Run-Date-Num
                           AND PR-EndDate >= WS-Run-Date-Num
                           AND WS-Promo-Count
                               < WS-Promo-Table-Limit
                       ADD 1 TO WS-Promo-Count
                       MOVE PR-PromoCode
                           TO PM-TableCode(WS-Promo-Count)
                       MOVE PR-Scope
                           TO PM-TableScope(WS-Promo-Count)
                       MOVE PR-OilNum
                           TO PM-TableOilNum(WS-Promo-Count)
                       MOVE PR-UnitSize
                           TO PM-TableUnitSize(WS-Promo-Count)
                       MOVE PR-DiscountPct
                           TO PM-TableDiscount(WS-Promo-Count)
                   END-IF
                   READ PromoFile
                       AT END MOVE "Y" TO WS-Promo-Eof
                   END-READ
               END-PERFORM
               CLOSE PromoFile
           END-IF.

       SetUnitSizeIndex.
           EVALUATE TRUE
               WHEN 2ML
                   MOVE 1 TO WS-Size-Idx
               WHEN 5ML
                   MOVE 2 TO WS-Size-Idx
               WHEN OTHER
                   MOVE 3 TO WS-Size-Idx
           END-EVALUATE.

       ApplyPromotions.
           PERFORM VARYING WS-Promo-Idx FROM 1 BY 1
                   UNTIL WS-Promo-Idx > WS-Promo-Count
               IF (PM-TableScope(WS-Promo-Idx) = "O"
                       AND PM-TableOilNum(WS-Promo-Idx) = OilNum)
                   OR (PM-TableScope(WS-Promo-Idx) = "Z"
                       AND PM-TableUnitSize(WS-Promo-Idx)
                           = UnitSize)
                   COMPUTE WS-Unit-Price ROUNDED =
                       WS-Unit-Price
                       * (1 - PM-TableDiscount(WS-Promo-Idx))
                   MOVE "P" TO WS-Price-Flag
               END-IF
           END-PERFORM.

       ComputeUnitPrice.
           MOVE OIL-SIZE-COST(OilNum WS-Size-Idx) TO WS-Unit-Price.
           MOVE SPACE TO WS-Price-Flag.
           PERFORM VARYING WS-CustPrice-Idx FROM 1 BY 1
                   UNTIL WS-CustPrice-Idx > WS-CustPrice-Count
               IF CP-TableCustID(WS-CustPrice-Idx) = CustID
                       AND (CP-TableOilNum(WS-CustPrice-Idx) = OilNum
                           OR CP-TableOilNum(WS-CustPrice-Idx)
                               = ZERO)
                       AND (CP-TableUnitSize(WS-CustPrice-Idx)
                               = UnitSize
                           OR CP-TableUnitSize(WS-CustPrice-Idx)
                               = ZERO)
                   IF CP-TableContract(WS-CustPrice-Idx) > ZERO
                       MOVE CP-TableContract(WS-CustPrice-Idx)
                           TO WS-Unit-Price
                       MOVE "C" TO WS-Price-Flag
                   ELSE
                       IF WS-Price-Flag NOT = "C"
                               AND CP-TableDiscount(WS-CustPrice-Idx)
                                   > ZERO
                           COMPUTE WS-Unit-Price ROUNDED =
                               OIL-SIZE-COST(OilNum WS-Size-Idx)
                               * (1 - CP-TableDiscount
                                   (WS-CustPrice-Idx))
                           MOVE "D" TO WS-Price-Flag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ApplyPromotions.

       LoadBranchMaster.
           OPEN INPUT BranchMaster.
           IF WS-BranchMaster-Status = "00"
               READ BranchMaster
                   AT END MOVE "Y" TO WS-BranchMaster-Eof
               END-READ
               PERFORM UNTIL BranchMaster-Eof
                   IF WS-Branch-Count < 9
                       ADD 1 TO WS-Branch-Count
                       MOVE BR-BranchCode
                           TO BN-BranchCode(WS-Branch-Count)
                   END-IF
                   READ BranchMaster
                       AT END MOVE "Y" TO WS-BranchMaster-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchMaster
           END-IF.
           IF WS-Branch-Count = ZERO
               MOVE 1 TO WS-Branch-Count
               MOVE 1 TO BN-BranchCode(1)
           END-IF.

       LoadBranchStock.
           OPEN INPUT BranchStockFile.
           IF WS-BranchStock-Status = "00"
               READ BranchStockFile
                   AT END MOVE "Y" TO WS-BranchStock-Eof
               END-READ
               PERFORM UNTIL BranchStock-Eof
                   IF BS-OilNum >= 1 AND BS-OilNum <= 30
                       PERFORM VARYING WS-Branch-Idx FROM 1 BY 1
                               UNTIL WS-Branch-Idx > WS-Branch-Count
                           IF BN-BranchCode(WS-Branch-Idx) = BS-Branch
                               MOVE BS-Stock TO BN-Oil-Stock
                                   (WS-Branch-Idx BS-OilNum)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ BranchStockFile
                       AT END MOVE "Y" TO WS-BranchStock-Eof
                   END-READ
               END-PERFORM
               CLOSE BranchStockFile
           END-IF.

       LookupBranch.
           MOVE "N" TO WS-Branch-Found.
           PERFORM VARYING WS-Branch-Idx FROM 1 BY 1
                   UNTIL WS-Branch-Idx > WS-Branch-Count
                       OR Branch-Found
               IF BN-BranchCode(WS-Branch-Idx) = WS-Order-Branch
                   MOVE "Y" TO WS-Branch-Found
                   MOVE WS-Branch-Idx TO WS-Branch-Found-Idx
               END-IF
           END-PERFORM.

      * The loaded lines must be covered by the control totals
      * AromaSales' ReconcileSalesCounts checks.
       UpdateSalesControl.
           OPEN INPUT SalesControlFile.
           IF WS-SalesCtl-Status = "00"
               READ SalesControlFile
                   AT END MOVE ZERO TO SC-Record-Count SC-Hash-Total
               END-READ
               CLOSE SalesControlFile
           ELSE
               MOVE ZERO TO SC-Record-Count
               MOVE ZERO TO SC-Hash-Total
           END-IF.
           ADD WS-Generated-Count TO SC-Record-Count.
           ADD WS-Generated-Hash TO SC-Hash-Total.
           OPEN OUTPUT SalesControlFile.
           WRITE SalesControlLine.
           CLOSE SalesControlFile.

       END PROGRAM WholesaleOrderLoad.
